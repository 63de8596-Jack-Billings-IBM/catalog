      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCXR                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Stock and Purchasing Reconciliation Job    *
      *                                                                *
      * FUNCTION =                                                     *
      *      Nightly batch job that checks the catalog's stock and    *
      *      on-order figures against the detail files they are       *
      *      supposed to agree with, ahead of the stock valuation     *
      *      (DFH0XCVR):                                              *
      *        - CAT-STOCK of a location-tracked item must equal the  *
      *          STKL-QUANTITY of its EXSTKLOC locations plus the     *
      *          quantity of its transfers still IN TRANSIT on        *
      *          EXSTKTRF. The quarantine location (QUAR-LOCN) is     *
      *          left out - quarantined goods are never catalog       *
      *          stock. An item with no location records is not      *
      *          location-tracked and is not checked;                 *
      *        - CAT-ON-ORDER must equal the quantity still to come   *
      *          on the item's RAISED purchase orders on EXPOFILE -   *
      *          ordered less anything already received;             *
      *        - every EXITMSTA and EXPRCHST key must be an item on   *
      *          the catalog.                                         *
      *      Every mismatch is reported with both figures and the     *
      *      difference. Run with CORRECT on the mode parameter, the  *
      *      job also rebuilds CAT-STOCK and CAT-ON-ORDER from the    *
      *      detail files, writing a before/after correction log      *
      *      record ahead of each catalog rewrite, the way the stock  *
      *      take job logs its adjustments. Orphan status and price   *
      *      history records are only reported - they are never       *
      *      deleted.                                                 *
      *                                                                *
      *      The run is marked COMPLETE on the suite run-log only     *
      *      when the catalog figures agree with the detail files     *
      *      (or have been corrected to), so DFH0XCVR, which needs    *
      *      it COMPLETE, never values figures known to be out of     *
      *      step. Otherwise it ends RC 8 and is left STARTED, to be  *
      *      rerun for the same date - normally in correction mode.   *
      *      Orphan keys alone end the run RC 4.                      *
      *                                                                *
      * ENTRY POINT = DFH0XCXR                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCXR),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : STOCK AND PO RECONCILIATION *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM TABLE BY ITEM REFERENCE*
      *   $D3= I07544 640 261015 HDIPCB  : TRANSFER QTY WIDENED TO 7   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCXR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional mode parameter - CORRECT in columns 1-7 rebuilds
      *    the catalog figures; anything else, or no file, only
      *    reports
           SELECT PARM-FILE ASSIGN TO MODEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    Stock location file - the EXSTKLOC KSDS the catalog
      *    manager maintains, read sequentially from the beginning
           SELECT LOCATION-FILE ASSIGN TO STKLOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STKL-KEY
               FILE STATUS IS WS-LOCATION-STATUS.

      *    Stock transfer file - the EXSTKTRF KSDS, read
      *    sequentially for the transfers still in transit
           SELECT TRANSFER-FILE ASSIGN TO TRNSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-NUMBER
               FILE STATUS IS WS-TRANSFER-STATUS.

      *    Purchase order file - the EXPOFILE KSDS, read
      *    sequentially for the purchase orders still RAISED
           SELECT PORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORD-NUMBER
               FILE STATUS IS WS-PORDER-STATUS.

      *    Catalog file - the same VSAM file the EXCONF panel's
      *    CATALOG-FILE-NAME setting identifies. Opened I-O in
      *    correction mode so the rebuilt figures can be written
      *    back. Read through once to load the item table and again
      *    to reconcile
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Item lifecycle status file - read sequentially for keys
      *    with no catalog item
           SELECT STATUS-FILE ASSIGN TO ITMSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITST-ITEM-REF
               FILE STATUS IS WS-STATUS-STATUS.

      *    Price change history file - read sequentially for keys
      *    with no catalog item
           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRCH-KEY
               FILE STATUS IS WS-PRCHST-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the quarantine location
           SELECT CONFIG-FILE ASSIGN TO CONFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS WS-CONFIG-STATUS.

      *    Correction log - one before/after record per catalog
      *    figure a correction run changed. Only written in
      *    correction mode
           SELECT CORRECT-FILE ASSIGN TO CORRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECT-STATUS.

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
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           03 PARM-MODE                PIC X(7).
           03 FILLER                   PIC X(73).

       FD  LOCATION-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STOCK-LOCATION-RECORD.
           COPY DFH0XSLR.

       FD  TRANSFER-FILE
           RECORD CONTAINS 87 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STOCK-TRANSFER-RECORD.
           COPY DFH0XTRF.

       FD  PORDER-FILE
           RECORD CONTAINS 89 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PURCHASE-ORDER-RECORD.
           COPY DFH0XPOR.

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           COPY DFH0XCAT.

       FD  STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ITEM-STATUS-RECORD.
           COPY DFH0XIST.

       FD  PRICE-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PRICE-HISTORY-RECORD.
           COPY DFH0XPRH.

       FD  CONFIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONFIG-RECORD.
           03 CONFIG-KEY               PIC X(9).
           03 FILLER                   PIC X.
           03 CONFIG-QUAR-LOCATION     PIC X(2).
           03 FILLER                   PIC X(68).

       FD  CORRECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CORRECT-RECORD              PIC X(80).

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
                                        VALUE 'DFH0XCXR------WS'.

       01  WS-PARM-STATUS              PIC XX  VALUE SPACES.
           88 PARM-OK                          VALUE '00'.

       01  WS-LOCATION-STATUS          PIC XX  VALUE SPACES.
           88 LOCATION-OK                      VALUE '00'.
           88 LOCATION-EOF                     VALUE '10'.

       01  WS-TRANSFER-STATUS          PIC XX  VALUE SPACES.
           88 TRANSFER-OK                      VALUE '00'.
           88 TRANSFER-EOF                     VALUE '10'.

       01  WS-PORDER-STATUS            PIC XX  VALUE SPACES.
           88 PORDER-OK                        VALUE '00'.
           88 PORDER-EOF                       VALUE '10'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.
           88 CATALOG-EOF                      VALUE '10'.

       01  WS-STATUS-STATUS            PIC XX  VALUE SPACES.
           88 STATUS-OK                        VALUE '00'.
           88 STATUS-EOF                       VALUE '10'.

       01  WS-PRCHST-STATUS            PIC XX  VALUE SPACES.
           88 PRCHST-OK                        VALUE '00'.
           88 PRCHST-EOF                       VALUE '10'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-CORRECT-STATUS           PIC XX  VALUE SPACES.
           88 CORRECT-OK                       VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * Run mode - report only unless the mode parameter says
      * CORRECT
       01  WS-RUN-MODE                 PIC X   VALUE 'R'.
           88 REPORT-MODE                      VALUE 'R'.
           88 CORRECTION-MODE                  VALUE 'C'.

      * Quarantine location - the same QUAR-LOCN record the catalog
      * manager reads; a missing or blank record means QR
       01  WS-QUAR-LOCN-KEY            PIC X(9) VALUE 'QUAR-LOCN'.
       01  WS-QUARANTINE-DEFAULT       PIC X(2) VALUE 'QR'.
       01  WS-QUARANTINE-LOCATION      PIC X(2) VALUE SPACES.

      * Figures rebuilt from the detail files - one entry per
      * catalog item, loaded in item reference order before the
      * detail files are read and found again by item reference. A
      * detail record whose item has no entry is not on the catalog
      * and is counted. Catalog items beyond the table size cannot
      * be reconciled: they are counted as dropped and keep the run
      * from completing
       01  WS-ITEM-ENTRIES             PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY OCCURS 1 TO 50000 TIMES
                            DEPENDING ON WS-ITEM-ENTRIES
                            ASCENDING KEY IS IT-ITEM-REF
                            INDEXED BY IT-IDX.
               05 IT-ITEM-REF          PIC 9(8).
               05 IT-LOCATION-STOCK    PIC 9(7).
               05 IT-IN-TRANSIT        PIC 9(7).
               05 IT-OPEN-ON-ORDER     PIC 9(7).
               05 IT-TRACKED-FLAG      PIC X.
                   88 IT-LOCATION-TRACKED      VALUE 'Y'.
       01  WS-SEARCH-ITEM-REF          PIC 9(8) VALUE ZERO.
       01  WS-ITEM-FOUND-FLAG          PIC X   VALUE 'N'.
           88 ITEM-FOUND                       VALUE 'Y'.

      * Working fields for one item
       01  WS-EXPECTED-STOCK           PIC 9(7) VALUE ZERO.
       01  WS-EXPECTED-ON-ORDER        PIC 9(7) VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(7) VALUE ZERO.
       01  WS-PO-OUTSTANDING           PIC S9(7) VALUE ZERO.
       01  WS-BEFORE-STOCK             PIC 9(7) VALUE ZERO.
       01  WS-BEFORE-ON-ORDER          PIC 9(7) VALUE ZERO.
       01  WS-STOCK-MISMATCH-FLAG      PIC X   VALUE 'N'.
           88 STOCK-MISMATCH                   VALUE 'Y'.
       01  WS-ORDER-MISMATCH-FLAG      PIC X   VALUE 'N'.
           88 ON-ORDER-MISMATCH                VALUE 'Y'.
       01  WS-REWRITE-FLAG             PIC X   VALUE 'N'.
           88 CATALOG-REWRITE-NEEDED           VALUE 'Y'.
       01  WS-ORPHAN-SEEN-FLAG         PIC X   VALUE 'N'.
           88 ORPHAN-SEEN                      VALUE 'Y'.

      * Correction log line - built here and written FROM, as the
      * stock take job builds its adjustment log line
       01  WS-CORRECT-LINE.
           03 CL-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X     VALUE SPACES.
           03 CL-ITEM-REF              PIC 9(8).
           03 FILLER                   PIC X     VALUE SPACES.
           03 CL-FIELD                 PIC X(12).
           03 FILLER                   PIC X(8)  VALUE ' BEFORE='.
           03 CL-BEFORE                PIC 9(7).
           03 FILLER                   PIC X(7)  VALUE ' AFTER='.
           03 CL-AFTER                 PIC 9(7).
           03 FILLER                   PIC X(12) VALUE ' DIFFERENCE='.
           03 CL-DIFFERENCE            PIC S9(7) SIGN LEADING
                                                 SEPARATE.
           03 FILLER                   PIC X(1)  VALUE SPACES.

      * Run totals
       01  WS-LOCATION-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-QUARANTINE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-TRANSIT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-OPEN-PO-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-UNTRACKED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-STOCK-MISMATCH-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-ORDER-MISMATCH-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CORRECTED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-NOT-CORRECTED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-STATUS-ORPHAN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-PRCHST-ORPHAN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-ORPHAN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-ITEM-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(44)
              VALUE 'STOCK AND PURCHASING RECONCILIATION'.
           03 FILLER                   PIC X(6)  VALUE 'DATE '.
           03 HD-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(6)  VALUE 'MODE '.
           03 HD-MODE                  PIC X(12).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(21)
              VALUE 'QUARANTINE LOCATION '.
           03 HD-QUARANTINE            PIC X(2).

       01  WS-SECTION-HEADING.
           03 SH-TITLE                 PIC X(60).

       01  WS-COLUMN-HEADING.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(12) VALUE 'FIGURE'.
           03 FILLER                   PIC X(10) VALUE '   CATALOG'.
           03 FILLER                   PIC X(10) VALUE '    DETAIL'.
           03 FILLER                   PIC X(12) VALUE '  DIFFERENCE'.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DESCRIPTION           PIC X(40).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-FIGURE                PIC X(12).
           03 DL-CATALOG               PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X     VALUE SPACES.
           03 DL-DETAIL                PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X     VALUE SPACES.
           03 DL-DIFFERENCE            PIC --,---,--9.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 DL-ACTION                PIC X(14).

       01  WS-ORPHAN-HEADING.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(10) VALUE 'FILE'.
           03 FILLER                   PIC X(40) VALUE 'KEY'.

       01  WS-ORPHAN-LINE.
           03 OL-ITEM-REF              PIC ZZZZZZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 OL-FILE                  PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 OL-KEY                   PIC X(40).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE.
           03 CT-LABEL                 PIC X(36).
           03 CT-COUNT                 PIC Z,ZZZ,ZZ9.

       01  WS-RESULT-LINE.
           03 FILLER                   PIC X(8)  VALUE 'RESULT: '.
           03 RL-RESULT                PIC X(70).

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

           PERFORM READ-RUN-PARAMETERS
           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM LOAD-ITEM-TABLE
           PERFORM ACCUMULATE-LOCATION-STOCK
           PERFORM ACCUMULATE-IN-TRANSIT
           PERFORM ACCUMULATE-OPEN-ORDERS

           MOVE 'CATALOG FIGURES OUT OF STEP WITH THE DETAIL FILES'
               TO SH-TITLE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM POSITION-CATALOG-FILE
           PERFORM READ-NEXT-CATALOG-RECORD
           PERFORM RECONCILE-CATALOG-ITEM
               UNTIL CATALOG-EOF

           MOVE 'RECORDS FOR ITEMS NOT ON THE CATALOG' TO SH-TITLE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-ORPHAN-HEADING
           PERFORM CHECK-STATUS-KEYS
           PERFORM CHECK-PRICE-HISTORY-KEYS

           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

      *    Figures left out of step keep the valuation from running:
      *    the run is left STARTED on the run-log so it can be rerun
      *    for the same date, normally in correction mode. Items
      *    the table had no room for were never checked, so they
      *    keep it from running too
           IF WS-NOT-CORRECTED-COUNT GREATER THAN ZERO
               DISPLAY 'DFH0XCXR: ' WS-NOT-CORRECTED-COUNT
                       ' ITEM(S) OUT OF STEP - RUN NOT COMPLETE'
               CLOSE RUNLOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DROPPED-ITEM-COUNT GREATER THAN ZERO
               DISPLAY 'DFH0XCXR: ' WS-DROPPED-ITEM-COUNT
                       ' ITEM(S) NOT RECONCILED - TABLE FULL'
                       ' - RUN NOT COMPLETE'
               CLOSE RUNLOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RUN-CONTROL-COMPLETE

           IF WS-STATUS-ORPHAN-COUNT GREATER THAN ZERO OR
              WS-PRCHST-ORPHAN-COUNT GREATER THAN ZERO OR
              WS-DETAIL-ORPHAN-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Pick up the run mode and the quarantine location. The mode    *
      * file is optional; a missing or blank QUAR-LOCN record means   *
      * QR, as in the catalog manager                                 *
      *================================================================*
        READ-RUN-PARAMETERS.
           SET REPORT-MODE TO TRUE
           OPEN INPUT PARM-FILE
           IF PARM-OK
               READ PARM-FILE
                   AT END CONTINUE
               END-READ
               IF PARM-OK AND PARM-MODE EQUAL 'CORRECT'
                   SET CORRECTION-MODE TO TRUE
               END-IF
               CLOSE PARM-FILE
           END-IF

           MOVE WS-QUARANTINE-DEFAULT TO WS-QUARANTINE-LOCATION
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-QUAR-LOCN-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND
                  CONFIG-QUAR-LOCATION NOT EQUAL SPACES AND
                  CONFIG-QUAR-LOCATION NOT EQUAL LOW-VALUES
                   MOVE CONFIG-QUAR-LOCATION TO WS-QUARANTINE-LOCATION
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           EXIT.

      *================================================================*
      * Open the detail, catalog, log and report files. The catalog  *
      * is only opened for update in correction mode                  *
      *================================================================*
        OPEN-ALL-FILES.
           OPEN INPUT LOCATION-FILE
           IF NOT LOCATION-OK
               DISPLAY 'DFH0XCXR: UNABLE TO OPEN LOCATION FILE - '
                       'STATUS '
                       WS-LOCATION-STATUS
               STOP RUN
           END-IF

           OPEN INPUT TRANSFER-FILE
           IF NOT TRANSFER-OK
               DISPLAY 'DFH0XCXR: UNABLE TO OPEN TRANSFER FILE - '
                       'STATUS '
                       WS-TRANSFER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PORDER-FILE
           IF NOT PORDER-OK
               DISPLAY 'DFH0XCXR: UNABLE TO OPEN PURCHASE ORDER FILE - '
                       'STATUS ' WS-PORDER-STATUS
               STOP RUN
           END-IF

           IF CORRECTION-MODE
               OPEN I-O CATALOG-FILE
           ELSE
               OPEN INPUT CATALOG-FILE
           END-IF
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCXR: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           OPEN INPUT STATUS-FILE
           IF NOT STATUS-OK
               DISPLAY 'DFH0XCXR: UNABLE TO OPEN ITEM STATUS FILE - '
                       'STATUS ' WS-STATUS-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PRICE-HISTORY-FILE
           IF NOT PRCHST-OK
               DISPLAY 'DFH0XCXR: UNABLE TO OPEN PRICE HISTORY FILE - '
                       'STATUS ' WS-PRCHST-STATUS
               STOP RUN
           END-IF

           IF CORRECTION-MODE
               OPEN OUTPUT CORRECT-FILE
               IF NOT CORRECT-OK
                   DISPLAY 'DFH0XCXR: UNABLE TO OPEN CORRECTION LOG - '
                           'STATUS ' WS-CORRECT-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCXR: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-RC-RUN-DATE TO HD-RUN-DATE
           IF CORRECTION-MODE
               MOVE 'CORRECTION' TO HD-MODE
           ELSE
               MOVE 'REPORT ONLY' TO HD-MODE
           END-IF
           MOVE WS-QUARANTINE-LOCATION TO HD-QUARANTINE
           WRITE REPORT-LINE FROM WS-HEADING-1
           EXIT.

      *================================================================*
      * Load the item table from the catalog, in item reference order *
      *================================================================*
        LOAD-ITEM-TABLE.
           MOVE ZERO TO WS-ITEM-ENTRIES
           PERFORM READ-NEXT-CATALOG-RECORD
           PERFORM UNTIL NOT CATALOG-OK
               IF WS-ITEM-ENTRIES EQUAL 50000
                   ADD 1 TO WS-DROPPED-ITEM-COUNT
               ELSE
                   ADD 1 TO WS-ITEM-ENTRIES
                   MOVE CAT-ITEM-REF TO IT-ITEM-REF(WS-ITEM-ENTRIES)
                   MOVE ZERO TO IT-LOCATION-STOCK(WS-ITEM-ENTRIES)
                   MOVE ZERO TO IT-IN-TRANSIT(WS-ITEM-ENTRIES)
                   MOVE ZERO TO IT-OPEN-ON-ORDER(WS-ITEM-ENTRIES)
                   MOVE 'N' TO IT-TRACKED-FLAG(WS-ITEM-ENTRIES)
               END-IF
               PERFORM READ-NEXT-CATALOG-RECORD
           END-PERFORM
           EXIT.

      *    Find WS-SEARCH-ITEM-REF in the item table, leaving IT-IDX
      *    on its entry
        FIND-ITEM-ENTRY.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           IF WS-ITEM-ENTRIES EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN IT-ITEM-REF(IT-IDX) EQUAL WS-SEARCH-ITEM-REF
                   MOVE 'Y' TO WS-ITEM-FOUND-FLAG
           END-SEARCH
           EXIT.

      *================================================================*
      * Total each item's stock over its EXSTKLOC locations, leaving  *
      * out the quarantine location. Any other location record makes  *
      * the item location-tracked                                     *
      *================================================================*
        ACCUMULATE-LOCATION-STOCK.
           PERFORM UNTIL LOCATION-EOF
               READ LOCATION-FILE NEXT RECORD
                   AT END SET LOCATION-EOF TO TRUE
               END-READ
               IF LOCATION-OK AND STKL-ITEM-REF NUMERIC AND
                  STKL-QUANTITY NUMERIC
                   IF STKL-LOCATION EQUAL WS-QUARANTINE-LOCATION
                       ADD 1 TO WS-QUARANTINE-COUNT
                   ELSE
                       ADD 1 TO WS-LOCATION-COUNT
                       MOVE STKL-ITEM-REF TO WS-SEARCH-ITEM-REF
                       PERFORM FIND-ITEM-ENTRY
                       IF ITEM-FOUND
                           ADD STKL-QUANTITY
                               TO IT-LOCATION-STOCK(IT-IDX)
                           SET IT-LOCATION-TRACKED(IT-IDX) TO TRUE
                       ELSE
                           ADD 1 TO WS-DETAIL-ORPHAN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *================================================================*
      * Add the quantity of every transfer still in transit - it has  *
      * left one location and not yet reached the other, but is       *
      * still in the catalog's blended CAT-STOCK                      *
      *================================================================*
        ACCUMULATE-IN-TRANSIT.
           PERFORM UNTIL TRANSFER-EOF
               READ TRANSFER-FILE NEXT RECORD
                   AT END SET TRANSFER-EOF TO TRUE
               END-READ
               IF TRANSFER-OK AND TRF-STATUS-IN-TRANSIT AND
                  TRF-ITEM-REF NUMERIC AND TRF-QUANTITY NUMERIC
                   ADD 1 TO WS-TRANSIT-COUNT
                   MOVE TRF-ITEM-REF TO WS-SEARCH-ITEM-REF
                   PERFORM FIND-ITEM-ENTRY
                   IF ITEM-FOUND
                       ADD TRF-QUANTITY TO IT-IN-TRANSIT(IT-IDX)
                       SET IT-LOCATION-TRACKED(IT-IDX) TO TRUE
                   ELSE
                       ADD 1 TO WS-DETAIL-ORPHAN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *================================================================*
      * Total the quantity still to come on each item's RAISED        *
      * purchase orders - ordered less anything already received     *
      *================================================================*
        ACCUMULATE-OPEN-ORDERS.
           PERFORM UNTIL PORDER-EOF
               READ PORDER-FILE NEXT RECORD
                   AT END SET PORDER-EOF TO TRUE
               END-READ
               IF PORDER-OK AND PORD-STATUS-RAISED AND
                  PORD-ITEM-REF NUMERIC AND
                  PORD-QUANTITY NUMERIC
                   ADD 1 TO WS-OPEN-PO-COUNT
                   IF PORD-QTY-RECEIVED NUMERIC
                       COMPUTE WS-PO-OUTSTANDING =
                           PORD-QUANTITY - PORD-QTY-RECEIVED
                   ELSE
                       MOVE PORD-QUANTITY TO WS-PO-OUTSTANDING
                   END-IF
                   IF WS-PO-OUTSTANDING GREATER THAN ZERO
                       MOVE PORD-ITEM-REF TO WS-SEARCH-ITEM-REF
                       PERFORM FIND-ITEM-ENTRY
                       IF ITEM-FOUND
                           ADD WS-PO-OUTSTANDING
                               TO IT-OPEN-ON-ORDER(IT-IDX)
                       ELSE
                           ADD 1 TO WS-DETAIL-ORPHAN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *    Position the catalog at its first item for the reconcile
      *    pass - the table load has read it to the end
        POSITION-CATALOG-FILE.
           MOVE ZERO TO CAT-ITEM-REF
           START CATALOG-FILE
               KEY IS NOT LESS THAN CAT-ITEM-REF
           END-START
           IF NOT CATALOG-OK
               SET CATALOG-EOF TO TRUE
           END-IF
           EXIT.

        READ-NEXT-CATALOG-RECORD.
           READ CATALOG-FILE NEXT RECORD
               AT END SET CATALOG-EOF TO TRUE
           END-READ
           EXIT.

      *================================================================*
      * Compare one catalog item's figures with those rebuilt from    *
      * the detail files and report any mismatch. In correction mode  *
      * the before/after log records are written FIRST and the        *
      * catalog record rewritten after - an abend between the two     *
      * leaves a logged correction that was not applied, never an     *
      * applied one with no trace. A rebuilt figure too large for the *
      * catalog field is reported and left alone                      *
      *================================================================*
        RECONCILE-CATALOG-ITEM.
      *    An item beyond the table size was counted as dropped when
      *    the table was loaded
           MOVE CAT-ITEM-REF TO WS-SEARCH-ITEM-REF
           PERFORM FIND-ITEM-ENTRY
           IF NOT ITEM-FOUND
               PERFORM READ-NEXT-CATALOG-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           MOVE 'N' TO WS-STOCK-MISMATCH-FLAG
           MOVE 'N' TO WS-ORDER-MISMATCH-FLAG
           MOVE 'N' TO WS-REWRITE-FLAG
           MOVE CAT-STOCK TO WS-BEFORE-STOCK
           MOVE CAT-ON-ORDER TO WS-BEFORE-ON-ORDER

           IF IT-LOCATION-TRACKED(IT-IDX)
               COMPUTE WS-EXPECTED-STOCK =
                   IT-LOCATION-STOCK(IT-IDX)
                   + IT-IN-TRANSIT(IT-IDX)
               IF WS-EXPECTED-STOCK NOT EQUAL CAT-STOCK
                   SET STOCK-MISMATCH TO TRUE
                   ADD 1 TO WS-STOCK-MISMATCH-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-UNTRACKED-COUNT
           END-IF

           MOVE IT-OPEN-ON-ORDER(IT-IDX) TO WS-EXPECTED-ON-ORDER
           IF WS-EXPECTED-ON-ORDER NOT EQUAL CAT-ON-ORDER
               SET ON-ORDER-MISMATCH TO TRUE
               ADD 1 TO WS-ORDER-MISMATCH-COUNT
           END-IF

           IF STOCK-MISMATCH
               MOVE 'CAT-STOCK' TO DL-FIGURE
               MOVE WS-BEFORE-STOCK TO DL-CATALOG
               MOVE WS-EXPECTED-STOCK TO DL-DETAIL
               COMPUTE WS-DIFFERENCE = WS-EXPECTED-STOCK - CAT-STOCK
               EVALUATE TRUE
                   WHEN REPORT-MODE
                       MOVE SPACES TO DL-ACTION
                       ADD 1 TO WS-NOT-CORRECTED-COUNT
                   WHEN WS-EXPECTED-STOCK GREATER THAN 9999999
                       MOVE 'TOO LARGE' TO DL-ACTION
                       ADD 1 TO WS-NOT-CORRECTED-COUNT
                   WHEN OTHER
                       MOVE 'CAT-STOCK' TO CL-FIELD
                       MOVE WS-BEFORE-STOCK TO CL-BEFORE
                       MOVE WS-EXPECTED-STOCK TO CL-AFTER
                       PERFORM WRITE-CORRECTION-LOG
                       IF CORRECT-OK
                           MOVE WS-EXPECTED-STOCK TO CAT-STOCK
                           SET CATALOG-REWRITE-NEEDED TO TRUE
                           MOVE 'CORRECTED' TO DL-ACTION
                       ELSE
                           MOVE 'NOT DONE' TO DL-ACTION
                           ADD 1 TO WS-NOT-CORRECTED-COUNT
                       END-IF
               END-EVALUATE
               PERFORM WRITE-MISMATCH-LINE
           END-IF

           IF ON-ORDER-MISMATCH
               MOVE 'CAT-ON-ORDER' TO DL-FIGURE
               MOVE WS-BEFORE-ON-ORDER TO DL-CATALOG
               MOVE WS-EXPECTED-ON-ORDER TO DL-DETAIL
               COMPUTE WS-DIFFERENCE =
                   WS-EXPECTED-ON-ORDER - WS-BEFORE-ON-ORDER
               EVALUATE TRUE
                   WHEN REPORT-MODE
                       MOVE SPACES TO DL-ACTION
                       ADD 1 TO WS-NOT-CORRECTED-COUNT
                   WHEN WS-EXPECTED-ON-ORDER GREATER THAN 9999999
                       MOVE 'TOO LARGE' TO DL-ACTION
                       ADD 1 TO WS-NOT-CORRECTED-COUNT
                   WHEN OTHER
                       MOVE 'CAT-ON-ORDER' TO CL-FIELD
                       MOVE WS-BEFORE-ON-ORDER TO CL-BEFORE
                       MOVE WS-EXPECTED-ON-ORDER TO CL-AFTER
                       PERFORM WRITE-CORRECTION-LOG
                       IF CORRECT-OK
                           MOVE WS-EXPECTED-ON-ORDER TO CAT-ON-ORDER
                           SET CATALOG-REWRITE-NEEDED TO TRUE
                           MOVE 'CORRECTED' TO DL-ACTION
                       ELSE
                           MOVE 'NOT DONE' TO DL-ACTION
                           ADD 1 TO WS-NOT-CORRECTED-COUNT
                       END-IF
               END-EVALUATE
               PERFORM WRITE-MISMATCH-LINE
           END-IF

           IF CATALOG-REWRITE-NEEDED
               REWRITE CATALOG-RECORD
               IF CATALOG-OK
                   ADD 1 TO WS-CORRECTED-COUNT
               ELSE
                   DISPLAY 'DFH0XCXR: REWRITE FAILED - STATUS '
                           WS-CATALOG-STATUS
                           ' - ITEM ' CAT-ITEM-REF
                   ADD 1 TO WS-NOT-CORRECTED-COUNT
               END-IF
           END-IF

           PERFORM READ-NEXT-CATALOG-RECORD
           EXIT.

      *================================================================*
      * Write one before/after correction log record                  *
      *================================================================*
        WRITE-CORRECTION-LOG.
           MOVE WS-RC-RUN-DATE TO CL-RUN-DATE
           MOVE CAT-ITEM-REF TO CL-ITEM-REF
           MOVE WS-DIFFERENCE TO CL-DIFFERENCE
           WRITE CORRECT-RECORD FROM WS-CORRECT-LINE
           IF NOT CORRECT-OK
               DISPLAY 'DFH0XCXR: UNABLE TO LOG CORRECTION - STATUS '
                       WS-CORRECT-STATUS
                       ' - ITEM ' CAT-ITEM-REF ' NOT CORRECTED'
           END-IF
           EXIT.

        WRITE-MISMATCH-LINE.
           MOVE CAT-ITEM-REF TO DL-ITEM-REF
           MOVE CAT-DESCRIPTION TO DL-DESCRIPTION
           MOVE WS-DIFFERENCE TO DL-DIFFERENCE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

      *================================================================*
      * Report every item status record whose item is not on the      *
      * catalog                                                       *
      *================================================================*
        CHECK-STATUS-KEYS.
           PERFORM UNTIL STATUS-EOF
               READ STATUS-FILE NEXT RECORD
                   AT END SET STATUS-EOF TO TRUE
               END-READ
               IF STATUS-OK
                   MOVE 'N' TO WS-ORPHAN-SEEN-FLAG
                   IF ITST-ITEM-REF NUMERIC
                       MOVE ITST-ITEM-REF TO WS-SEARCH-ITEM-REF
                       PERFORM FIND-ITEM-ENTRY
                       IF NOT ITEM-FOUND
                           SET ORPHAN-SEEN TO TRUE
                       END-IF
                   ELSE
                       SET ORPHAN-SEEN TO TRUE
                   END-IF
                   IF ORPHAN-SEEN
                       ADD 1 TO WS-STATUS-ORPHAN-COUNT
                       MOVE ITST-ITEM-REF TO OL-ITEM-REF
                       MOVE 'EXITMSTA' TO OL-FILE
                       MOVE ITST-ITEM-REF TO OL-KEY
                       WRITE REPORT-LINE FROM WS-ORPHAN-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *================================================================*
      * Report every price change history record whose item is not   *
      * on the catalog. The history is keyed by item first, so an     *
      * orphan item's changes are listed in full                      *
      *================================================================*
        CHECK-PRICE-HISTORY-KEYS.
           PERFORM UNTIL PRCHST-EOF
               READ PRICE-HISTORY-FILE NEXT RECORD
                   AT END SET PRCHST-EOF TO TRUE
               END-READ
               IF PRCHST-OK
                   MOVE 'N' TO WS-ORPHAN-SEEN-FLAG
                   IF PRCH-ITEM-REF NUMERIC
                       MOVE PRCH-ITEM-REF TO WS-SEARCH-ITEM-REF
                       PERFORM FIND-ITEM-ENTRY
                       IF NOT ITEM-FOUND
                           SET ORPHAN-SEEN TO TRUE
                       END-IF
                   ELSE
                       SET ORPHAN-SEEN TO TRUE
                   END-IF
                   IF ORPHAN-SEEN
                       ADD 1 TO WS-PRCHST-ORPHAN-COUNT
                       MOVE PRCH-ITEM-REF TO OL-ITEM-REF
                       MOVE 'EXPRCHST' TO OL-FILE
                       MOVE PRCH-KEY TO OL-KEY
                       WRITE REPORT-LINE FROM WS-ORPHAN-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *================================================================*
      * Print the run counts and the outcome                          *
      *================================================================*
        WRITE-REPORT-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'STOCK LOCATION RECORDS             :' TO CT-LABEL
           MOVE WS-LOCATION-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'QUARANTINE RECORDS LEFT OUT        :' TO CT-LABEL
           MOVE WS-QUARANTINE-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TRANSFERS IN TRANSIT               :' TO CT-LABEL
           MOVE WS-TRANSIT-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PURCHASE ORDERS RAISED             :' TO CT-LABEL
           MOVE WS-OPEN-PO-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CATALOG ITEMS                      :' TO CT-LABEL
           MOVE WS-ITEM-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ITEMS NOT LOCATION-TRACKED         :' TO CT-LABEL
           MOVE WS-UNTRACKED-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CAT-STOCK MISMATCHES               :' TO CT-LABEL
           MOVE WS-STOCK-MISMATCH-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CAT-ON-ORDER MISMATCHES            :' TO CT-LABEL
           MOVE WS-ORDER-MISMATCH-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CATALOG RECORDS CORRECTED          :' TO CT-LABEL
           MOVE WS-CORRECTED-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'FIGURES LEFT OUT OF STEP           :' TO CT-LABEL
           MOVE WS-NOT-CORRECTED-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'EXITMSTA RECORDS NOT ON CATALOG    :' TO CT-LABEL
           MOVE WS-STATUS-ORPHAN-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'EXPRCHST RECORDS NOT ON CATALOG    :' TO CT-LABEL
           MOVE WS-PRCHST-ORPHAN-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DETAIL RECORDS NOT ON CATALOG      :' TO CT-LABEL
           MOVE WS-DETAIL-ORPHAN-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF WS-DROPPED-ITEM-COUNT GREATER THAN ZERO
               MOVE 'ITEMS NOT RECONCILED - TABLE FULL  :' TO CT-LABEL
               MOVE WS-DROPPED-ITEM-COUNT TO CT-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           EVALUATE TRUE
               WHEN WS-NOT-CORRECTED-COUNT GREATER THAN ZERO
                   MOVE 'FIGURES OUT OF STEP - VALUATION WILL NOT RUN'
                       TO RL-RESULT
               WHEN WS-DROPPED-ITEM-COUNT GREATER THAN ZERO
                   MOVE 'ITEMS NOT RECONCILED - VALUATION WILL NOT RUN'
                       TO RL-RESULT
               WHEN OTHER
                   MOVE 'CATALOG FIGURES AGREE WITH THE DETAIL FILES'
                       TO RL-RESULT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-RESULT-LINE
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE LOCATION-FILE
           CLOSE TRANSFER-FILE
           CLOSE PORDER-FILE
           CLOSE CATALOG-FILE
           CLOSE STATUS-FILE
           CLOSE PRICE-HISTORY-FILE
           IF CORRECTION-MODE
               CLOSE CORRECT-FILE
           END-IF
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
                   DISPLAY 'DFH0XCXR: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCXR: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCXR' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCXR: ALREADY RUN FOR BUSINESS DATE '
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
               MOVE 'DFH0XCXR' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCXR: UNABLE TO LOG RUN START - STATUS '
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
           MOVE 'DFH0XCXR' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCXR: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
