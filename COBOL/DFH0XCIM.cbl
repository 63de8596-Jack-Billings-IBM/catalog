      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCIM                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Supplier Invoice Three-Way Match           *
      *                                                                *
      * FUNCTION =                                                     *
      *      Overnight batch job that reads the incoming supplier     *
      *      invoice file and matches each line to the purchase      *
      *      order it quotes on EXPOFILE. The invoiced quantity is   *
      *      checked against the quantity '01GRCV' booked in         *
      *      (PORD-QTY-RECEIVED) less what earlier invoices have     *
      *      already been cleared for (PORD-QTY-INVOICED), and the   *
      *      invoiced unit price against the catalog cost in force   *
      *      on the receipt date - the latest EXPRCHST price change  *
      *      on or before that date, else the cost before the first  *
      *      later change, else the current catalog cost for an item *
      *      never repriced. Lines that agree are added to the       *
      *      order's invoiced quantity and written to the matched    *
      *      file that accounts payable pays from, so a received     *
      *      quantity is only paid once however many invoices it is  *
      *      billed on; every other line is listed on the exceptions *
      *      report with the reason: unknown purchase order, goods   *
      *      not yet received, over-billing, a price variance over   *
      *      the tolerance on the INVMT-TOL configuration record     *
      *      (default 2 per cent), or an item or supplier that       *
      *      differs from the purchase order.                        *
      *                                                                *
      * ENTRY POINT = DFH0XCIM                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCIM),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SUPPLIER INVOICE MATCH      *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : MATCH ON UNINVOICED QUANTITY*
      *   $D3= I07544 640 261015 HDIPCB  : STOP ON MATCHED WRITE ERROR *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Incoming supplier invoice lines, one per purchase order
      *    billed
           SELECT INVOICE-FILE ASSIGN TO INVCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

      *    Purchase order file - the EXPOFILE KSDS the catalog
      *    manager writes for '01PORD' and updates for '01GRCV'
           SELECT PORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORD-NUMBER
               FILE STATUS IS WS-PORDER-STATUS.

      *    Price change history file - browsed from the item's first
      *    change to find the cost in force on the receipt date
           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRCH-KEY
               FILE STATUS IS WS-PRCHST-STATUS.

      *    Catalog file - read by item reference for the current cost
      *    of an item that has never been repriced
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the price variance tolerance
           SELECT CONFIG-FILE ASSIGN TO CONFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS WS-CONFIG-STATUS.

      *    Invoice lines cleared for payment
           SELECT MATCHED-FILE ASSIGN TO MTCHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHED-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


      *    Overnight suite run-log file - each job of the suite
      *    writes a STARTED record at the top of its run and marks
      *    it COMPLETE at the end, so a second run for the same
      *    business date is refused and dependent jobs can check
      *    their prerequisites ran
           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNL-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-RECORD.
           COPY DFH0XINV.

       FD  PORDER-FILE
           RECORD CONTAINS 89 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PURCHASE-ORDER-RECORD.
           COPY DFH0XPOR.

       FD  PRICE-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PRICE-HISTORY-RECORD.
           COPY DFH0XPRH.

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           COPY DFH0XCAT.

       FD  CONFIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONFIG-RECORD.
           03 CONFIG-KEY               PIC X(9).
           03 FILLER                   PIC X.
           03 CONFIG-PRICE-TOLERANCE   PIC 9(2)V99.
           03 FILLER                   PIC X(66).

       FD  MATCHED-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MATCHED-RECORD.
           COPY DFH0XIMF.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).


       FD  RUNLOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUNLOG-RECORD.
           COPY DFH0XRNL.
       WORKING-STORAGE SECTION.
       01  WS-EYECATCHER               PIC X(16)
                                        VALUE 'DFH0XCIM------WS'.

       01  WS-INVOICE-STATUS           PIC XX  VALUE SPACES.
           88 INVOICE-OK                       VALUE '00'.
           88 INVOICE-EOF                      VALUE '10'.

       01  WS-PORDER-STATUS            PIC XX  VALUE SPACES.
           88 PORDER-OK                        VALUE '00'.
           88 PORDER-NOTFND                    VALUE '23'.

       01  WS-PRCHST-STATUS            PIC XX  VALUE SPACES.
           88 PRCHST-OK                        VALUE '00'.
           88 PRCHST-EOF                       VALUE '10'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-MATCHED-STATUS           PIC XX  VALUE SPACES.
           88 MATCHED-OK                       VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * Price variance tolerance, per cent either way. A missing or
      * unreadable INVMT-TOL record uses the default
       01  WS-TOLERANCE-KEY            PIC X(9) VALUE 'INVMT-TOL'.
       01  WS-TOLERANCE-DEFAULT        PIC 9(2)V99 VALUE 2.00.
       01  WS-PRICE-TOLERANCE          PIC 9(2)V99 VALUE ZERO.

      * Working fields for one invoice line
       01  WS-RECEIPT-DATE             PIC X(8) VALUE SPACES.
       01  WS-AGREED-PRICE             PIC 9(3)V99 VALUE ZERO.
       01  WS-COST-TEXT                PIC X(6) VALUE SPACES.
       01  WS-COST-EDIT                PIC 9(3).99.
       01  WS-PRICE-VARIANCE           PIC S9(5)V99 VALUE ZERO.
       01  WS-LINE-VALUE               PIC 9(7)V99 VALUE ZERO.
       01  WS-EXCEPTION-REASON         PIC X(36) VALUE SPACES.
       01  WS-UNINVOICED-QTY           PIC 9(5) VALUE ZERO.

       01  WS-LINE-EXCEPTION-FLAG      PIC X   VALUE 'N'.
           88 LINE-HAS-EXCEPTION               VALUE 'Y'.

       01  WS-PRICE-FOUND-FLAG         PIC X   VALUE 'N'.
           88 PRICE-IN-FORCE-FOUND             VALUE 'Y'.

       01  WS-PRICE-SCAN-FLAG          PIC X   VALUE 'N'.
           88 PRICE-SCAN-DONE                  VALUE 'Y'.

      * Run totals
       01  WS-LINES-READ               PIC 9(7) VALUE ZERO.
       01  WS-MATCHED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-MATCHED-VALUE            PIC 9(11)V99 VALUE ZERO.
       01  WS-EXCEPTION-LINES          PIC 9(7) VALUE ZERO.
       01  WS-UNKNOWN-PO-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-NOT-RECEIVED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-OVER-BILLED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PRICE-VARIANCE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-OTHER-EXCEPTION-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(44)
              VALUE 'SUPPLIER INVOICE MATCH - EXCEPTIONS'.
           03 FILLER                   PIC X(6)  VALUE 'DATE '.
           03 HD-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(17)
              VALUE 'PRICE TOLERANCE '.
           03 HD-TOLERANCE             PIC Z9.99.
           03 FILLER                   PIC X(2)  VALUE ' %'.

       01  WS-HEADING-2.
           03 FILLER                   PIC X(14) VALUE 'INVOICE'.
           03 FILLER                   PIC X(8)  VALUE 'SUPPLIER'.
           03 FILLER                   PIC X(10) VALUE 'PO'.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(8)  VALUE 'INV QTY'.
           03 FILLER                   PIC X(8)  VALUE 'RCVD'.
           03 FILLER                   PIC X(8)  VALUE 'INVD'.
           03 FILLER                   PIC X(9)  VALUE 'INV PRICE'.
           03 FILLER                   PIC X(9)  VALUE 'AGREED'.
           03 FILLER                   PIC X(10) VALUE 'VAR %'.
           03 FILLER                   PIC X(36) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           03 DL-INVOICE-NUMBER        PIC X(12).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-SUPPLIER-CODE         PIC X(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-PO-NUMBER             PIC 9(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-INV-QUANTITY          PIC ZZZZ9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-RCVD-QUANTITY         PIC ZZZZ9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-INVD-QUANTITY         PIC ZZZZ9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-INV-PRICE             PIC ZZ9.99.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-AGREED-PRICE          PIC ZZ9.99.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-VARIANCE              PIC -ZZZ9.99.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-REASON                PIC X(36).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE-1.
           03 FILLER                   PIC X(33)
              VALUE 'INVOICE LINES READ             : '.
           03 CL-LINES-READ            PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-2.
           03 FILLER                   PIC X(33)
              VALUE 'LINES MATCHED FOR PAYMENT      : '.
           03 CL-MATCHED-COUNT         PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(9)
              VALUE '   VALUE '.
           03 CL-MATCHED-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE-3.
           03 FILLER                   PIC X(33)
              VALUE 'LINES WITH EXCEPTIONS          : '.
           03 CL-EXCEPTION-LINES       PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-4.
           03 FILLER                   PIC X(33)
              VALUE '  UNKNOWN PURCHASE ORDER       : '.
           03 CL-UNKNOWN-PO-COUNT      PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-5.
           03 FILLER                   PIC X(33)
              VALUE '  GOODS NOT YET RECEIVED       : '.
           03 CL-NOT-RECEIVED-COUNT    PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-6.
           03 FILLER                   PIC X(33)
              VALUE '  OVER-BILLED QUANTITY         : '.
           03 CL-OVER-BILLED-COUNT     PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-7.
           03 FILLER                   PIC X(33)
              VALUE '  PRICE VARIANCE OVER TOLERANCE: '.
           03 CL-PRICE-VARIANCE-COUNT  PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-8.
           03 FILLER                   PIC X(33)
              VALUE '  OTHER MISMATCHES             : '.
           03 CL-OTHER-EXCEPTION-COUNT PIC ZZZ,ZZ9.

      * Run-control working fields - the business date this run is
      * logged under and the clock time it started/ended with
       01  WS-RUNLOG-STATUS            PIC XX  VALUE SPACES.
           88 RUNLOG-OK                        VALUE '00'.

       01  WS-RC-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RC-TIME-RAW              PIC 9(8) VALUE ZERO.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM RUN-CONTROL-START

           PERFORM READ-PRICE-TOLERANCE
           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-INVOICE-LINE
           PERFORM PROCESS-INVOICE-LINE
               UNTIL INVOICE-EOF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

           PERFORM RUN-CONTROL-COMPLETE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Open the configuration file, look up the price tolerance      *
      * record and close it again. Missing/unreadable uses the        *
      * default tolerance rather than abending the match              *
      *================================================================*
        READ-PRICE-TOLERANCE.
           MOVE WS-TOLERANCE-DEFAULT TO WS-PRICE-TOLERANCE
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-TOLERANCE-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND CONFIG-PRICE-TOLERANCE NUMERIC
                   MOVE CONFIG-PRICE-TOLERANCE TO WS-PRICE-TOLERANCE
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           EXIT.

        OPEN-ALL-FILES.
           OPEN INPUT INVOICE-FILE
           IF NOT INVOICE-OK
               DISPLAY 'DFH0XCIM: UNABLE TO OPEN INVOICE FILE - STATUS '
                       WS-INVOICE-STATUS
               STOP RUN
           END-IF

           OPEN I-O PORDER-FILE
           IF NOT PORDER-OK
               DISPLAY 'DFH0XCIM: UNABLE TO OPEN PURCHASE ORDER FILE - '
                       'STATUS ' WS-PORDER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PRICE-HISTORY-FILE
           IF NOT PRCHST-OK
               DISPLAY 'DFH0XCIM: UNABLE TO OPEN PRICE HISTORY FILE - '
                       'STATUS ' WS-PRCHST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCIM: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT MATCHED-FILE
           IF NOT MATCHED-OK
               DISPLAY 'DFH0XCIM: UNABLE TO OPEN MATCHED FILE - STATUS '
                       WS-MATCHED-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCIM: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-RC-RUN-DATE TO HD-RUN-DATE
           MOVE WS-PRICE-TOLERANCE TO HD-TOLERANCE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2
           EXIT.

        READ-NEXT-INVOICE-LINE.
           READ INVOICE-FILE
               AT END SET INVOICE-EOF TO TRUE
           END-READ
           EXIT.

      *================================================================*
      * Match one invoice line. Each failed check is listed as its    *
      * own exception; only a line that passes every check is         *
      * cleared for payment                                           *
      *================================================================*
        PROCESS-INVOICE-LINE.
           ADD 1 TO WS-LINES-READ
           MOVE 'N' TO WS-LINE-EXCEPTION-FLAG
           MOVE ZERO TO WS-AGREED-PRICE
           MOVE ZERO TO WS-PRICE-VARIANCE
           MOVE ZERO TO PORD-QTY-RECEIVED
           MOVE ZERO TO PORD-QTY-INVOICED

           IF INV-PO-NUMBER NOT NUMERIC OR
              INV-QUANTITY NOT NUMERIC OR
              INV-UNIT-PRICE NOT NUMERIC
               MOVE 'INVOICE LINE FIELDS NOT NUMERIC' TO
                   WS-EXCEPTION-REASON
               ADD 1 TO WS-OTHER-EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM FINISH-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE INV-PO-NUMBER TO PORD-NUMBER
           READ PORDER-FILE
               KEY IS PORD-NUMBER
           END-READ

           IF NOT PORDER-OK
               MOVE ZERO TO PORD-QTY-RECEIVED
               MOVE ZERO TO PORD-QTY-INVOICED
               MOVE 'UNKNOWN PURCHASE ORDER' TO WS-EXCEPTION-REASON
               ADD 1 TO WS-UNKNOWN-PO-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM FINISH-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF

           IF INV-ITEM-REF NUMERIC AND
              INV-ITEM-REF NOT EQUAL ZERO AND
              INV-ITEM-REF NOT EQUAL PORD-ITEM-REF
               MOVE 'ITEM DIFFERS FROM PURCHASE ORDER' TO
                   WS-EXCEPTION-REASON
               ADD 1 TO WS-OTHER-EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           IF INV-SUPPLIER-CODE NOT EQUAL SPACES AND
              PORD-SUPPLIER-CODE NOT EQUAL SPACES AND
              INV-SUPPLIER-CODE NOT EQUAL PORD-SUPPLIER-CODE
               MOVE 'SUPPLIER DIFFERS FROM PURCHASE ORDER' TO
                   WS-EXCEPTION-REASON
               ADD 1 TO WS-OTHER-EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

      *    An order written before the invoiced quantity was kept
      *    has nothing invoiced against it yet
           IF PORD-QTY-INVOICED NOT NUMERIC
               MOVE ZERO TO PORD-QTY-INVOICED
           END-IF

           IF NOT PORD-STATUS-RECEIVED
               MOVE ZERO TO PORD-QTY-RECEIVED
               MOVE 'GOODS NOT YET RECEIVED' TO WS-EXCEPTION-REASON
               ADD 1 TO WS-NOT-RECEIVED-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM FINISH-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF

      *    Only the quantity received and not yet invoiced can be
      *    billed - an earlier invoice may have cleared some of it
           IF PORD-QTY-INVOICED LESS THAN PORD-QTY-RECEIVED
               COMPUTE WS-UNINVOICED-QTY =
                   PORD-QTY-RECEIVED - PORD-QTY-INVOICED
           ELSE
               MOVE ZERO TO WS-UNINVOICED-QTY
           END-IF
           IF INV-QUANTITY GREATER THAN WS-UNINVOICED-QTY
               MOVE 'OVER-BILLED - ABOVE UNINVOICED QTY' TO
                   WS-EXCEPTION-REASON
               ADD 1 TO WS-OVER-BILLED-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

      *    The purchase order holds the receipt date as MMDDYYYY;
      *    the price history is keyed YYYYMMDD
           MOVE PORD-RECEIVED-DATE(5:4) TO WS-RECEIPT-DATE(1:4)
           MOVE PORD-RECEIVED-DATE(1:2) TO WS-RECEIPT-DATE(5:2)
           MOVE PORD-RECEIVED-DATE(3:2) TO WS-RECEIPT-DATE(7:2)

           PERFORM FIND-PRICE-IN-FORCE

           IF NOT PRICE-IN-FORCE-FOUND OR WS-AGREED-PRICE EQUAL ZERO
               MOVE 'NO CATALOG COST ON THE RECEIPT DATE' TO
                   WS-EXCEPTION-REASON
               ADD 1 TO WS-OTHER-EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               COMPUTE WS-PRICE-VARIANCE ROUNDED =
                   (INV-UNIT-PRICE - WS-AGREED-PRICE) * 100
                   / WS-AGREED-PRICE
               IF WS-PRICE-VARIANCE GREATER THAN WS-PRICE-TOLERANCE OR
                  WS-PRICE-VARIANCE LESS THAN 0 - WS-PRICE-TOLERANCE
                   MOVE 'PRICE VARIANCE OVER TOLERANCE' TO
                       WS-EXCEPTION-REASON
                   ADD 1 TO WS-PRICE-VARIANCE-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF

           IF NOT LINE-HAS-EXCEPTION
               PERFORM RECORD-INVOICED-QUANTITY
           END-IF
           IF NOT LINE-HAS-EXCEPTION
               PERFORM WRITE-MATCHED-LINE
           END-IF

           PERFORM FINISH-INVOICE-LINE
           EXIT.

        FINISH-INVOICE-LINE.
           IF LINE-HAS-EXCEPTION
               ADD 1 TO WS-EXCEPTION-LINES
           END-IF
           PERFORM READ-NEXT-INVOICE-LINE
           EXIT.

      *================================================================*
      * Find the catalog cost in force for the purchase order's item  *
      * on the receipt date. The item's price changes are read in     *
      * date order: the newest change on or before the receipt date   *
      * gives its new cost; if the first change falls after the       *
      * receipt date its old cost was the one in force; an item with  *
      * no changes at all is still at its current catalog cost        *
      *================================================================*
        FIND-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-FOUND-FLAG
           MOVE 'N' TO WS-PRICE-SCAN-FLAG
           MOVE SPACES TO WS-COST-TEXT

           MOVE LOW-VALUES TO PRCH-KEY
           MOVE PORD-ITEM-REF TO PRCH-ITEM-REF
           START PRICE-HISTORY-FILE
               KEY IS NOT LESS THAN PRCH-KEY
           END-START

           IF PRCHST-OK
               PERFORM READ-NEXT-PRICE-CHANGE
               PERFORM CHECK-PRICE-CHANGE
                   UNTIL PRICE-SCAN-DONE
           END-IF

           IF NOT PRICE-IN-FORCE-FOUND
               MOVE PORD-ITEM-REF TO CAT-ITEM-REF
               READ CATALOG-FILE
                   KEY IS CAT-ITEM-REF
               END-READ
               IF CATALOG-OK
                   IF CAT-COST NUMERIC
                       MOVE CAT-COST TO WS-COST-EDIT
                       MOVE WS-COST-EDIT TO WS-COST-TEXT
                   END-IF
                   SET PRICE-IN-FORCE-FOUND TO TRUE
               END-IF
           END-IF

      *    Cost fields are held as text - validated before use, as
      *    the valuation report does
           MOVE ZERO TO WS-AGREED-PRICE
           IF PRICE-IN-FORCE-FOUND
               IF FUNCTION TEST-NUMVAL(WS-COST-TEXT) EQUAL ZERO
                   COMPUTE WS-AGREED-PRICE =
                       FUNCTION NUMVAL(WS-COST-TEXT)
               ELSE
                   MOVE 'N' TO WS-PRICE-FOUND-FLAG
               END-IF
           END-IF
           EXIT.

        READ-NEXT-PRICE-CHANGE.
           READ PRICE-HISTORY-FILE NEXT RECORD
               AT END SET PRICE-SCAN-DONE TO TRUE
           END-READ
           IF NOT PRCHST-OK
               SET PRICE-SCAN-DONE TO TRUE
           END-IF
           EXIT.

        CHECK-PRICE-CHANGE.
           IF PRCH-ITEM-REF NOT EQUAL PORD-ITEM-REF
               SET PRICE-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PRCH-DATE NOT GREATER THAN WS-RECEIPT-DATE
               MOVE PRCH-NEW-COST TO WS-COST-TEXT
               SET PRICE-IN-FORCE-FOUND TO TRUE
               PERFORM READ-NEXT-PRICE-CHANGE
           ELSE
               IF NOT PRICE-IN-FORCE-FOUND
                   MOVE PRCH-OLD-COST TO WS-COST-TEXT
                   SET PRICE-IN-FORCE-FOUND TO TRUE
               END-IF
               SET PRICE-SCAN-DONE TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * List one exception against the current invoice line          *
      *================================================================*
        WRITE-EXCEPTION-LINE.
           SET LINE-HAS-EXCEPTION TO TRUE
           MOVE INV-NUMBER TO DL-INVOICE-NUMBER
           MOVE INV-SUPPLIER-CODE TO DL-SUPPLIER-CODE
           IF INV-PO-NUMBER NUMERIC
               MOVE INV-PO-NUMBER TO DL-PO-NUMBER
           ELSE
               MOVE ZERO TO DL-PO-NUMBER
           END-IF
           IF INV-ITEM-REF NUMERIC
               MOVE INV-ITEM-REF TO DL-ITEM-REF
           ELSE
               MOVE ZERO TO DL-ITEM-REF
           END-IF
           IF INV-QUANTITY NUMERIC
               MOVE INV-QUANTITY TO DL-INV-QUANTITY
           ELSE
               MOVE ZERO TO DL-INV-QUANTITY
           END-IF
           MOVE PORD-QTY-RECEIVED TO DL-RCVD-QUANTITY
           MOVE PORD-QTY-INVOICED TO DL-INVD-QUANTITY
           IF INV-UNIT-PRICE NUMERIC
               MOVE INV-UNIT-PRICE TO DL-INV-PRICE
           ELSE
               MOVE ZERO TO DL-INV-PRICE
           END-IF
           MOVE WS-AGREED-PRICE TO DL-AGREED-PRICE
           MOVE WS-PRICE-VARIANCE TO DL-VARIANCE
           MOVE WS-EXCEPTION-REASON TO DL-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

      *================================================================*
      * Add a line about to be cleared for payment to its purchase    *
      * order's invoiced quantity. The order is rewritten before the  *
      * line is cleared, so a line is never paid without the order    *
      * showing it; an order that cannot be rewritten holds the line  *
      * back as an exception                                          *
      *================================================================*
        RECORD-INVOICED-QUANTITY.
           ADD INV-QUANTITY TO PORD-QTY-INVOICED
           REWRITE PURCHASE-ORDER-RECORD
           IF NOT PORDER-OK
               DISPLAY 'DFH0XCIM: PURCHASE ORDER ' PORD-NUMBER
                       ' NOT UPDATED - STATUS ' WS-PORDER-STATUS
               SUBTRACT INV-QUANTITY FROM PORD-QTY-INVOICED
               MOVE 'PURCHASE ORDER UPDATE FAILED' TO
                   WS-EXCEPTION-REASON
               ADD 1 TO WS-OTHER-EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           EXIT.

      *================================================================*
      * Clear one invoice line for payment at the invoiced price. A   *
      * line that cannot be written is taken back off its purchase    *
      * order and the run is stopped RC 8 with the run-log left       *
      * STARTED - accounts payable must not pay from a matched file   *
      * that is missing lines the orders show as invoiced             *
      *================================================================*
        WRITE-MATCHED-LINE.
           COMPUTE WS-LINE-VALUE = INV-QUANTITY * INV-UNIT-PRICE

           MOVE INV-NUMBER TO IMF-INVOICE-NUMBER
           MOVE INV-SUPPLIER-CODE TO IMF-SUPPLIER-CODE
           MOVE INV-PO-NUMBER TO IMF-PO-NUMBER
           MOVE PORD-ITEM-REF TO IMF-ITEM-REF
           MOVE INV-QUANTITY TO IMF-QUANTITY
           MOVE INV-UNIT-PRICE TO IMF-UNIT-PRICE
           MOVE INV-DATE TO IMF-INVOICE-DATE
           MOVE PORD-QTY-RECEIVED TO IMF-QTY-RECEIVED
           MOVE WS-AGREED-PRICE TO IMF-AGREED-PRICE
           MOVE WS-RECEIPT-DATE TO IMF-RECEIPT-DATE
           MOVE WS-LINE-VALUE TO IMF-LINE-VALUE
           WRITE MATCHED-RECORD
           IF NOT MATCHED-OK
               DISPLAY 'DFH0XCIM: INVOICE ' INV-NUMBER
                       ' NOT WRITTEN TO MATCHED FILE - STATUS '
                       WS-MATCHED-STATUS
               SUBTRACT INV-QUANTITY FROM PORD-QTY-INVOICED
               REWRITE PURCHASE-ORDER-RECORD
               IF NOT PORDER-OK
                   DISPLAY 'DFH0XCIM: PURCHASE ORDER ' PORD-NUMBER
                           ' NOT RESTORED - STATUS ' WS-PORDER-STATUS
               END-IF
               DISPLAY 'DFH0XCIM: RUN STOPPED'
               CLOSE RUNLOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-MATCHED-COUNT
           ADD WS-LINE-VALUE TO WS-MATCHED-VALUE
           EXIT.

      *================================================================*
      * Print the match and exception totals                          *
      *================================================================*
        WRITE-REPORT-TOTALS.
           MOVE WS-LINES-READ TO CL-LINES-READ
           MOVE WS-MATCHED-COUNT TO CL-MATCHED-COUNT
           MOVE WS-MATCHED-VALUE TO CL-MATCHED-VALUE
           MOVE WS-EXCEPTION-LINES TO CL-EXCEPTION-LINES
           MOVE WS-UNKNOWN-PO-COUNT TO CL-UNKNOWN-PO-COUNT
           MOVE WS-NOT-RECEIVED-COUNT TO CL-NOT-RECEIVED-COUNT
           MOVE WS-OVER-BILLED-COUNT TO CL-OVER-BILLED-COUNT
           MOVE WS-PRICE-VARIANCE-COUNT TO CL-PRICE-VARIANCE-COUNT
           MOVE WS-OTHER-EXCEPTION-COUNT TO CL-OTHER-EXCEPTION-COUNT

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COUNT-LINE-1
           WRITE REPORT-LINE FROM WS-COUNT-LINE-2
           WRITE REPORT-LINE FROM WS-COUNT-LINE-3
           WRITE REPORT-LINE FROM WS-COUNT-LINE-4
           WRITE REPORT-LINE FROM WS-COUNT-LINE-5
           WRITE REPORT-LINE FROM WS-COUNT-LINE-6
           WRITE REPORT-LINE FROM WS-COUNT-LINE-7
           WRITE REPORT-LINE FROM WS-COUNT-LINE-8
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE INVOICE-FILE
           CLOSE PORDER-FILE
           CLOSE PRICE-HISTORY-FILE
           CLOSE CATALOG-FILE
           CLOSE MATCHED-FILE
           CLOSE REPORT-FILE
           EXIT.

      *================================================================*
      * Run control - refuse a second run for the same business date  *
      * and log this run's start on the suite run-log file. A         *
      * STARTED record left by an abended run does not block the      *
      * rerun. A run-log that cannot be kept stops the job - the      *
      * whole point of the log is that the suite cannot run           *
      * unrecorded                                                    *
      *================================================================*
        RUN-CONTROL-START.
           ACCEPT WS-RC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME

           OPEN I-O RUNLOG-FILE
           IF NOT RUNLOG-OK
      *        A run-log that has never been loaded must be created
      *        for output before it can be updated
               OPEN OUTPUT RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCIM: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCIM: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCIM' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCIM: ALREADY RUN FOR BUSINESS DATE '
                           WS-RC-RUN-DATE ' - RUN REFUSED'
                   CLOSE RUNLOG-FILE
                   STOP RUN
               END-IF
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               REWRITE RUNLOG-RECORD
           ELSE
               MOVE SPACES TO RUNLOG-RECORD
               MOVE WS-RC-RUN-DATE TO RNL-DATE
               MOVE 'DFH0XCIM' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCIM: UNABLE TO LOG RUN START - STATUS '
                       WS-RUNLOG-STATUS
               STOP RUN
           END-IF
           EXIT.

      *================================================================*
      * Run control - mark this run complete on the suite run-log     *
      *================================================================*
        RUN-CONTROL-COMPLETE.
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCIM' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ
           IF RUNLOG-OK
               MOVE 'COMPLETE' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-END-TIME
               REWRITE RUNLOG-RECORD
           END-IF
           IF NOT RUNLOG-OK
      *        The work itself has completed - report the unmarked
      *        run rather than failing it
               DISPLAY 'DFH0XCIM: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
