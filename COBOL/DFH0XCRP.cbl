      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCRP                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Weekly Item Reorder Parameter Calculation  *
      *                                                                *
      * FUNCTION =                                                     *
      *      Weekly batch job that replaces the single catalog-wide   *
      *      REORD-PNT reorder point with one per item. For every     *
      *      catalog item it works out:                               *
      *        - average daily usage - the net quantity ordered on    *
      *          EXORDHST over the usage window (orders less          *
      *          cancellations and goods returns) divided by the      *
      *          days in the window;                                  *
      *        - supplier lead time - the average and the longest     *
      *          PORD-RAISED-DATE to PORD-RECEIVED-DATE gap over the  *
      *          item's received purchase orders on EXPOFILE, or the  *
      *          default lead time for an item never received;        *
      *        - safety stock - usage over the gap between the        *
      *          longest and the average lead time, and never less    *
      *          than the minimum cover days of usage;                *
      *        - reorder point - usage over the average lead time     *
      *          plus the safety stock.                               *
      *      The figures are stored on the item reorder parameter     *
      *      file (EXREORD, DFH0XIRP). Purchasing's overrides are     *
      *      applied first from the override input file; an item      *
      *      purchasing has overridden keeps the figures it was       *
      *      given and only has the calculated figures refreshed. An  *
      *      item with no usage in the window has its calculated      *
      *      record removed so it falls back to REORD-PNT. The usage  *
      *      window, default lead time and minimum cover days come    *
      *      from the RORD-PARM configuration record.                 *
      *                                                                *
      * ENTRY POINT = DFH0XCRP                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCRP),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : PER-ITEM REORDER POINT      *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM TABLE BY ITEM REFERENCE*
      *   $D3= I07544 640 261015 HDIPCB  : REORDER POINT WIDENED TO 7  *
      *   $D4= I07544 640 261015 HDIPCB  : READ LOOPS AS PARAGRAPHS    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Order history file - the EXORDHST KSDS written by the
      *    catalog manager, positioned at the start of the usage
      *    window and read forward to the end of the file
           SELECT HISTORY-FILE ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Purchase order file - the EXPOFILE KSDS, read through for
      *    the raised and received dates of every received order
           SELECT PORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORD-NUMBER
               FILE STATUS IS WS-PORDER-STATUS.

      *    Catalog file - read through for the items to calculate,
      *    and by key to check an override is for a catalog item
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the calculation parameters
           SELECT CONFIG-FILE ASSIGN TO CONFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS WS-CONFIG-STATUS.

      *    Item reorder parameter file - updated in place
           SELECT REORDER-FILE ASSIGN TO IRPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRP-ITEM-REF
               FILE STATUS IS WS-REORDER-STATUS.

      *    Purchasing's reorder point overrides keyed in since the
      *    last run - optional, one record per item to set or clear
           SELECT OVERRIDE-FILE ASSIGN TO OVRDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

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
       FD  HISTORY-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORDER-HISTORY-RECORD.
           COPY DFH0XORH.

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

       FD  CONFIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONFIG-RECORD.
           03 CONFIG-KEY               PIC X(9).
           03 FILLER                   PIC X.
           03 CONFIG-USAGE-DAYS        PIC 9(3).
           03 FILLER                   PIC X.
           03 CONFIG-LEAD-DAYS         PIC 9(3).
           03 FILLER                   PIC X.
           03 CONFIG-COVER-DAYS        PIC 9(3).
           03 FILLER                   PIC X(59).

       FD  REORDER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REORDER-PARAMETER-RECORD.
           COPY DFH0XIRP.

       FD  OVERRIDE-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OVERRIDE-RECORD.
           03 OVR-ITEM-REF             PIC 9(8).
           03 FILLER                   PIC X.
           03 OVR-ACTION               PIC X.
               88 OVR-ACTION-SET               VALUE 'S'.
               88 OVR-ACTION-CLEAR             VALUE 'C'.
           03 FILLER                   PIC X.
           03 OVR-REORDER-POINT        PIC 9(7).
           03 FILLER                   PIC X.
           03 OVR-SAFETY-STOCK         PIC 9(7).
           03 FILLER                   PIC X(4).

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
                                        VALUE 'DFH0XCRP------WS'.

       01  WS-HISTORY-STATUS           PIC XX  VALUE SPACES.
           88 HISTORY-OK                       VALUE '00'.
           88 HISTORY-EOF                      VALUE '10'.

       01  WS-PORDER-STATUS            PIC XX  VALUE SPACES.
           88 PORDER-OK                        VALUE '00'.
           88 PORDER-EOF                       VALUE '10'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.
           88 CATALOG-EOF                      VALUE '10'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-REORDER-STATUS           PIC XX  VALUE SPACES.
           88 REORDER-OK                       VALUE '00'.
           88 REORDER-NOTFND                   VALUE '23'.

       01  WS-OVERRIDE-STATUS          PIC XX  VALUE SPACES.
           88 OVERRIDE-OK                      VALUE '00'.
           88 OVERRIDE-EOF                     VALUE '10'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * Calculation parameters. A missing or unreadable RORD-PARM
      * record, or a zero field on it, uses the default
       01  WS-PARAMETER-KEY            PIC X(9) VALUE 'RORD-PARM'.
       01  WS-USAGE-DAYS-DEFAULT       PIC 9(3) VALUE 90.
       01  WS-LEAD-DAYS-DEFAULT        PIC 9(3) VALUE 14.
       01  WS-COVER-DAYS-DEFAULT       PIC 9(3) VALUE 3.
       01  WS-USAGE-DAYS               PIC 9(3) VALUE ZERO.
       01  WS-DEFAULT-LEAD-DAYS        PIC 9(3) VALUE ZERO.
       01  WS-COVER-DAYS               PIC 9(3) VALUE ZERO.

      * Usage window - the days before the run date
       01  WS-WINDOW-START-DATE        PIC 9(8) VALUE ZERO.

      * Per-item usage and lead time totals - one entry per catalog
      * item, loaded in item reference order before the history and
      * purchase orders are read and found again by item reference.
      * Catalog items beyond the table size are counted as dropped
      * and not calculated; history and receipts for an item not in
      * the table are counted. Both are reported at the end of the
      * run
       01  WS-ITEM-ENTRIES             PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY OCCURS 1 TO 50000 TIMES
                            DEPENDING ON WS-ITEM-ENTRIES
                            ASCENDING KEY IS IT-ITEM-REF
                            INDEXED BY IT-IDX.
               05 IT-ITEM-REF          PIC 9(8).
               05 IT-NET-QUANTITY      PIC S9(7).
               05 IT-LEAD-TOTAL        PIC 9(7).
               05 IT-LEAD-ORDERS       PIC 9(3).
               05 IT-LEAD-MAX          PIC 9(3).
       01  WS-SEARCH-ITEM-REF          PIC 9(8) VALUE ZERO.
       01  WS-ITEM-FOUND-FLAG          PIC X   VALUE 'N'.
           88 ITEM-FOUND                       VALUE 'Y'.
       01  WS-DROPPED-ITEM-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(7) VALUE ZERO.

      * Working fields for one item's calculation
       01  WS-AVG-DAILY-USAGE          PIC 9(4)V99 VALUE ZERO.
       01  WS-AVG-LEAD-DAYS            PIC 9(3) VALUE ZERO.
       01  WS-MAX-LEAD-DAYS            PIC 9(3) VALUE ZERO.
       01  WS-SAFETY-DAYS              PIC 9(3) VALUE ZERO.
       01  WS-SAFETY-STOCK             PIC 9(7) VALUE ZERO.
       01  WS-REORDER-POINT            PIC 9(7) VALUE ZERO.
       01  WS-CALC-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01  WS-LEAD-DAYS                PIC S9(5) VALUE ZERO.
       01  WS-ACTION-TEXT              PIC X(12) VALUE SPACES.

      * Raised and received dates of one purchase order, turned from
      * MMDDYYYY into YYYYMMDD for the day arithmetic
       01  WS-RAISED-DATE              PIC X(8) VALUE SPACES.
       01  WS-RAISED-DATE-N REDEFINES WS-RAISED-DATE
                                       PIC 9(8).
       01  WS-RECEIVED-DATE            PIC X(8) VALUE SPACES.
       01  WS-RECEIVED-DATE-N REDEFINES WS-RECEIVED-DATE
                                       PIC 9(8).

      * Run totals
       01  WS-HISTORY-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-RECEIPT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-CALCULATED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-OVERRIDDEN-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-NO-USAGE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-OVERRIDE-APPLIED         PIC 9(7) VALUE ZERO.
       01  WS-OVERRIDE-REJECTED        PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(44)
              VALUE 'ITEM REORDER PARAMETER CALCULATION'.
           03 FILLER                   PIC X(6)  VALUE 'DATE '.
           03 HD-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(13) VALUE 'USAGE DAYS '.
           03 HD-USAGE-DAYS            PIC ZZ9.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(13) VALUE 'DEFAULT LEAD '.
           03 HD-LEAD-DAYS             PIC ZZ9.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(11) VALUE 'MIN COVER '.
           03 HD-COVER-DAYS            PIC ZZ9.

       01  WS-HEADING-2.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(10) VALUE 'DAILY USE'.
           03 FILLER                   PIC X(8)  VALUE 'AVG LT'.
           03 FILLER                   PIC X(8)  VALUE 'MAX LT'.
           03 FILLER                   PIC X(8)  VALUE 'ORDERS'.
           03 FILLER                   PIC X(10) VALUE 'CALC SS'.
           03 FILLER                   PIC X(10) VALUE 'CALC ROP'.
           03 FILLER                   PIC X(10) VALUE 'SS USED'.
           03 FILLER                   PIC X(10) VALUE 'ROP USED'.
           03 FILLER                   PIC X(12) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DAILY-USAGE           PIC Z,ZZ9.99.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-AVG-LEAD-DAYS         PIC ZZ9.
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 DL-MAX-LEAD-DAYS         PIC ZZ9.
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 DL-LEAD-ORDERS           PIC ZZ9.
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 DL-CALC-SAFETY-STOCK     PIC Z(6)9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-CALC-REORDER-POINT    PIC Z(6)9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-SAFETY-STOCK          PIC Z(6)9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-REORDER-POINT         PIC Z(6)9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-ACTION                PIC X(12).

       01  WS-OVERRIDE-LINE.
           03 FILLER                   PIC X(10) VALUE 'OVERRIDE '.
           03 OL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 OL-ACTION                PIC X.
           03 FILLER                   PIC X(6)  VALUE ' ROP='.
           03 OL-REORDER-POINT         PIC Z(6)9.
           03 FILLER                   PIC X(5)  VALUE ' SS='.
           03 OL-SAFETY-STOCK          PIC Z(6)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 OL-RESULT                PIC X(40).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE-1.
           03 FILLER                   PIC X(33)
              VALUE 'ORDER HISTORY RECORDS IN WINDOW: '.
           03 CL-HISTORY-COUNT         PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-2.
           03 FILLER                   PIC X(33)
              VALUE 'RECEIVED PURCHASE ORDERS USED  : '.
           03 CL-RECEIPT-COUNT         PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-3.
           03 FILLER                   PIC X(33)
              VALUE 'CATALOG ITEMS EXAMINED         : '.
           03 CL-ITEM-COUNT            PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-4.
           03 FILLER                   PIC X(33)
              VALUE '  REORDER POINT CALCULATED     : '.
           03 CL-CALCULATED-COUNT      PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-5.
           03 FILLER                   PIC X(33)
              VALUE '  OVERRIDDEN BY PURCHASING     : '.
           03 CL-OVERRIDDEN-COUNT      PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-6.
           03 FILLER                   PIC X(33)
              VALUE '  NO USAGE - REORD-PNT APPLIES : '.
           03 CL-NO-USAGE-COUNT        PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-7.
           03 FILLER                   PIC X(33)
              VALUE 'OVERRIDES APPLIED              : '.
           03 CL-OVERRIDE-APPLIED      PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-8.
           03 FILLER                   PIC X(33)
              VALUE 'OVERRIDES REJECTED             : '.
           03 CL-OVERRIDE-REJECTED     PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-9.
           03 FILLER                   PIC X(33)
              VALUE 'ITEMS DROPPED - TABLE FULL     : '.
           03 CL-DROPPED-ITEM-COUNT    PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-10.
           03 FILLER                   PIC X(33)
              VALUE 'USAGE FOR ITEMS NOT IN TABLE   : '.
           03 CL-UNMATCHED-COUNT       PIC ZZZ,ZZ9.

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

           PERFORM READ-REORDER-PARAMETERS
           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM APPLY-PURCHASING-OVERRIDES
           PERFORM ACCUMULATE-ITEM-USAGE
           PERFORM ACCUMULATE-LEAD-TIMES

           PERFORM POSITION-CATALOG-FILE
           PERFORM READ-NEXT-CATALOG-RECORD
           PERFORM PROCESS-CATALOG-ITEM
               UNTIL CATALOG-EOF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

           PERFORM RUN-CONTROL-COMPLETE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Open the configuration file, look up the calculation          *
      * parameters and close it again. A missing/unreadable record,   *
      * or a zero or non-numeric field on it, uses the default        *
      *================================================================*
        READ-REORDER-PARAMETERS.
           MOVE WS-USAGE-DAYS-DEFAULT TO WS-USAGE-DAYS
           MOVE WS-LEAD-DAYS-DEFAULT TO WS-DEFAULT-LEAD-DAYS
           MOVE WS-COVER-DAYS-DEFAULT TO WS-COVER-DAYS
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-PARAMETER-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK
                   IF CONFIG-USAGE-DAYS NUMERIC AND
                      CONFIG-USAGE-DAYS GREATER THAN ZERO
                       MOVE CONFIG-USAGE-DAYS TO WS-USAGE-DAYS
                   END-IF
                   IF CONFIG-LEAD-DAYS NUMERIC AND
                      CONFIG-LEAD-DAYS GREATER THAN ZERO
                       MOVE CONFIG-LEAD-DAYS TO WS-DEFAULT-LEAD-DAYS
                   END-IF
                   IF CONFIG-COVER-DAYS NUMERIC
                       MOVE CONFIG-COVER-DAYS TO WS-COVER-DAYS
                   END-IF
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           EXIT.

        OPEN-ALL-FILES.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'DFH0XCRP: UNABLE TO OPEN HISTORY FILE - '
                       'STATUS ' WS-HISTORY-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PORDER-FILE
           IF NOT PORDER-OK
               DISPLAY 'DFH0XCRP: UNABLE TO OPEN PURCHASE ORDER FILE - '
                       'STATUS ' WS-PORDER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCRP: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           OPEN I-O REORDER-FILE
           IF NOT REORDER-OK
               DISPLAY 'DFH0XCRP: UNABLE TO OPEN REORDER PARAMETER FILE'
                       ' - STATUS ' WS-REORDER-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCRP: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-RC-RUN-DATE TO HD-RUN-DATE
           MOVE WS-USAGE-DAYS TO HD-USAGE-DAYS
           MOVE WS-DEFAULT-LEAD-DAYS TO HD-LEAD-DAYS
           MOVE WS-COVER-DAYS TO HD-COVER-DAYS
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           EXIT.

      *================================================================*
      * Apply purchasing's overrides before anything is calculated.   *
      * The override file is optional - a week with nothing keyed in  *
      * has no file. 'S' sets the item's reorder point and safety     *
      * stock and turns the override flag on; 'C' turns it off so     *
      * this run calculates the item again                            *
      *================================================================*
        APPLY-PURCHASING-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF NOT OVERRIDE-OK
               DISPLAY 'DFH0XCRP: NO OVERRIDE FILE - NONE APPLIED'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-OVERRIDE
           PERFORM PROCESS-OVERRIDE
               UNTIL OVERRIDE-EOF
           CLOSE OVERRIDE-FILE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           EXIT.

        READ-NEXT-OVERRIDE.
           READ OVERRIDE-FILE
               AT END SET OVERRIDE-EOF TO TRUE
           END-READ
           EXIT.

        PROCESS-OVERRIDE.
           MOVE SPACES TO OL-RESULT
           EVALUATE TRUE
               WHEN OVR-ITEM-REF NOT NUMERIC
                   MOVE 'REJECTED - ITEM NOT NUMERIC' TO OL-RESULT
               WHEN NOT OVR-ACTION-SET AND NOT OVR-ACTION-CLEAR
                   MOVE 'REJECTED - ACTION MUST BE S OR C' TO OL-RESULT
               WHEN OVR-ACTION-SET AND
                    (OVR-REORDER-POINT NOT NUMERIC OR
                     OVR-SAFETY-STOCK NOT NUMERIC)
                   MOVE 'REJECTED - FIGURES NOT NUMERIC' TO OL-RESULT
               WHEN OVR-ACTION-SET AND
                    OVR-SAFETY-STOCK GREATER THAN OVR-REORDER-POINT
                   MOVE 'REJECTED - SAFETY STOCK ABOVE REORDER POINT'
                       TO OL-RESULT
           END-EVALUATE

           IF OL-RESULT EQUAL SPACES
               MOVE OVR-ITEM-REF TO CAT-ITEM-REF
               READ CATALOG-FILE
                   KEY IS CAT-ITEM-REF
               END-READ
               IF NOT CATALOG-OK
                   MOVE 'REJECTED - ITEM NOT ON CATALOG' TO OL-RESULT
               END-IF
           END-IF

           IF OL-RESULT EQUAL SPACES
               MOVE OVR-ITEM-REF TO IRP-ITEM-REF
               READ REORDER-FILE
                   KEY IS IRP-ITEM-REF
               END-READ
               IF OVR-ACTION-SET
                   PERFORM SET-ITEM-OVERRIDE
               ELSE
                   PERFORM CLEAR-ITEM-OVERRIDE
               END-IF
           END-IF

           IF OL-RESULT(1:8) EQUAL 'REJECTED'
               ADD 1 TO WS-OVERRIDE-REJECTED
           ELSE
               ADD 1 TO WS-OVERRIDE-APPLIED
           END-IF

           IF OVR-ITEM-REF NUMERIC
               MOVE OVR-ITEM-REF TO OL-ITEM-REF
           ELSE
               MOVE ZERO TO OL-ITEM-REF
           END-IF
           MOVE OVR-ACTION TO OL-ACTION
           IF OVR-ACTION-SET AND OVR-REORDER-POINT NUMERIC AND
              OVR-SAFETY-STOCK NUMERIC
               MOVE OVR-REORDER-POINT TO OL-REORDER-POINT
               MOVE OVR-SAFETY-STOCK TO OL-SAFETY-STOCK
           ELSE
               MOVE ZERO TO OL-REORDER-POINT
               MOVE ZERO TO OL-SAFETY-STOCK
           END-IF
           WRITE REPORT-LINE FROM WS-OVERRIDE-LINE

           PERFORM READ-NEXT-OVERRIDE
           EXIT.

      *    The reorder parameter record has just been read for the
      *    override's item - rewrite it, or create it when the item
      *    has never had one
        SET-ITEM-OVERRIDE.
           IF REORDER-OK
               MOVE OVR-REORDER-POINT TO IRP-REORDER-POINT
               MOVE OVR-SAFETY-STOCK TO IRP-SAFETY-STOCK
               SET IRP-OVERRIDDEN TO TRUE
               MOVE WS-RC-RUN-DATE TO IRP-OVERRIDE-DATE
               REWRITE REORDER-PARAMETER-RECORD
           ELSE
               MOVE SPACES TO REORDER-PARAMETER-RECORD
               INITIALIZE REORDER-PARAMETER-RECORD
               MOVE OVR-ITEM-REF TO IRP-ITEM-REF
               MOVE OVR-REORDER-POINT TO IRP-REORDER-POINT
               MOVE OVR-SAFETY-STOCK TO IRP-SAFETY-STOCK
               SET IRP-OVERRIDDEN TO TRUE
               MOVE WS-RC-RUN-DATE TO IRP-OVERRIDE-DATE
               WRITE REORDER-PARAMETER-RECORD
           END-IF

           IF REORDER-OK
               MOVE 'OVERRIDE SET' TO OL-RESULT
           ELSE
               MOVE 'REJECTED - REORDER FILE WRITE FAILED'
                   TO OL-RESULT
           END-IF
           EXIT.

        CLEAR-ITEM-OVERRIDE.
           IF NOT REORDER-OK
               MOVE 'REJECTED - ITEM HAS NO REORDER RECORD'
                   TO OL-RESULT
               EXIT PARAGRAPH
           END-IF

           SET IRP-CALCULATED TO TRUE
           REWRITE REORDER-PARAMETER-RECORD
           IF REORDER-OK
               MOVE 'OVERRIDE CLEARED - RECALCULATED THIS RUN'
                   TO OL-RESULT
           ELSE
               MOVE 'REJECTED - REORDER FILE WRITE FAILED'
                   TO OL-RESULT
           END-IF
           EXIT.

      *================================================================*
      * Net each item's ordered quantity over the usage window. The   *
      * history is keyed date first, so the browse starts at the      *
      * first day of the window and stops at the run date. Orders     *
      * add; cancellations and goods returns net off                  *
      *================================================================*
        ACCUMULATE-ITEM-USAGE.
           PERFORM LOAD-ITEM-TABLE
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RC-RUN-DATE)
               - WS-USAGE-DAYS)

           MOVE LOW-VALUES TO ORDH-KEY
           MOVE WS-WINDOW-START-DATE TO ORDH-DATE
           START HISTORY-FILE
               KEY IS NOT LESS THAN ORDH-KEY
           END-START

           IF HISTORY-OK
               PERFORM READ-NEXT-HISTORY-RECORD
               PERFORM PROCESS-HISTORY-RECORD
                   UNTIL HISTORY-EOF
           END-IF
           EXIT.

        READ-NEXT-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           IF NOT HISTORY-OK
               SET HISTORY-EOF TO TRUE
           END-IF
           EXIT.

        PROCESS-HISTORY-RECORD.
           IF ORDH-DATE NOT LESS THAN WS-RC-RUN-DATE
               SET HISTORY-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF ORDH-ITEM-REF-NUMBER NUMERIC AND
              ORDH-QUANTITY-REQ NUMERIC
               MOVE ORDH-ITEM-REF-NUMBER TO WS-SEARCH-ITEM-REF
               PERFORM FIND-ITEM-ENTRY
               IF NOT ITEM-FOUND
                   ADD 1 TO WS-UNMATCHED-COUNT
                   PERFORM READ-NEXT-HISTORY-RECORD
                   EXIT PARAGRAPH
               END-IF
               EVALUATE ORDH-REQUEST-ID
                   WHEN '01ORDR'
                   WHEN '01ORDM'
                       ADD ORDH-QUANTITY-REQ
                           TO IT-NET-QUANTITY(IT-IDX)
                       ADD 1 TO WS-HISTORY-COUNT
                   WHEN '01CANC'
                   WHEN '01ORET'
                       SUBTRACT ORDH-QUANTITY-REQ
                           FROM IT-NET-QUANTITY(IT-IDX)
                       ADD 1 TO WS-HISTORY-COUNT
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-HISTORY-RECORD
           EXIT.

      *================================================================*
      * Load the item table from the catalog, in item reference order *
      *================================================================*
        LOAD-ITEM-TABLE.
           MOVE ZERO TO WS-ITEM-ENTRIES
           MOVE ZERO TO CAT-ITEM-REF
           START CATALOG-FILE
               KEY IS NOT LESS THAN CAT-ITEM-REF
           END-START
           IF NOT CATALOG-OK
               SET CATALOG-EOF TO TRUE
           END-IF
           PERFORM READ-NEXT-CATALOG-RECORD
           PERFORM LOAD-ITEM-ENTRY
               UNTIL NOT CATALOG-OK
           IF WS-DROPPED-ITEM-COUNT GREATER THAN ZERO
               DISPLAY 'DFH0XCRP: ' WS-DROPPED-ITEM-COUNT
                       ' CATALOG ITEM(S) NOT CALCULATED - TABLE FULL'
           END-IF
           EXIT.

        LOAD-ITEM-ENTRY.
           IF WS-ITEM-ENTRIES EQUAL 50000
               ADD 1 TO WS-DROPPED-ITEM-COUNT
           ELSE
               ADD 1 TO WS-ITEM-ENTRIES
               MOVE CAT-ITEM-REF TO IT-ITEM-REF(WS-ITEM-ENTRIES)
               MOVE ZERO TO IT-NET-QUANTITY(WS-ITEM-ENTRIES)
               MOVE ZERO TO IT-LEAD-TOTAL(WS-ITEM-ENTRIES)
               MOVE ZERO TO IT-LEAD-ORDERS(WS-ITEM-ENTRIES)
               MOVE ZERO TO IT-LEAD-MAX(WS-ITEM-ENTRIES)
           END-IF
           PERFORM READ-NEXT-CATALOG-RECORD
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
      * Total each item's actual supplier lead time - the days from   *
      * raising each received purchase order to booking it in - and   *
      * keep the longest                                              *
      *================================================================*
        ACCUMULATE-LEAD-TIMES.
           PERFORM READ-NEXT-PURCHASE-ORDER
           PERFORM PROCESS-PURCHASE-ORDER
               UNTIL PORDER-EOF
           EXIT.

        READ-NEXT-PURCHASE-ORDER.
           READ PORDER-FILE NEXT RECORD
               AT END SET PORDER-EOF TO TRUE
           END-READ
           IF NOT PORDER-OK AND NOT PORDER-EOF
               DISPLAY 'DFH0XCRP: PURCHASE ORDER FILE READ FAILED - '
                       'STATUS ' WS-PORDER-STATUS
               SET PORDER-EOF TO TRUE
           END-IF
           EXIT.

        PROCESS-PURCHASE-ORDER.
      *    Both dates are held on the purchase order as MMDDYYYY
           IF PORD-STATUS-RECEIVED AND
              PORD-RAISED-DATE NUMERIC AND
              PORD-RECEIVED-DATE NUMERIC
               MOVE PORD-RAISED-DATE(5:4) TO WS-RAISED-DATE(1:4)
               MOVE PORD-RAISED-DATE(1:2) TO WS-RAISED-DATE(5:2)
               MOVE PORD-RAISED-DATE(3:2) TO WS-RAISED-DATE(7:2)
               MOVE PORD-RECEIVED-DATE(5:4) TO WS-RECEIVED-DATE(1:4)
               MOVE PORD-RECEIVED-DATE(1:2) TO WS-RECEIVED-DATE(5:2)
               MOVE PORD-RECEIVED-DATE(3:2) TO WS-RECEIVED-DATE(7:2)
               COMPUTE WS-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE-N) -
                   FUNCTION INTEGER-OF-DATE(WS-RAISED-DATE-N)
               IF WS-LEAD-DAYS NOT LESS THAN ZERO
                   IF WS-LEAD-DAYS GREATER THAN 999
                       MOVE 999 TO WS-LEAD-DAYS
                   END-IF
                   MOVE PORD-ITEM-REF TO WS-SEARCH-ITEM-REF
                   PERFORM FIND-ITEM-ENTRY
                   IF NOT ITEM-FOUND
                       ADD 1 TO WS-UNMATCHED-COUNT
                       PERFORM READ-NEXT-PURCHASE-ORDER
                       EXIT PARAGRAPH
                   END-IF
                   ADD WS-LEAD-DAYS TO IT-LEAD-TOTAL(IT-IDX)
                   IF IT-LEAD-ORDERS(IT-IDX) LESS THAN 999
                       ADD 1 TO IT-LEAD-ORDERS(IT-IDX)
                   END-IF
                   IF WS-LEAD-DAYS GREATER THAN
                          IT-LEAD-MAX(IT-IDX)
                       MOVE WS-LEAD-DAYS TO IT-LEAD-MAX(IT-IDX)
                   END-IF
                   ADD 1 TO WS-RECEIPT-COUNT
               END-IF
           END-IF

           PERFORM READ-NEXT-PURCHASE-ORDER
           EXIT.

      *================================================================*
      * Position the catalog at its first item for the calculation    *
      * pass - the override pass has been reading it by key           *
      *================================================================*
        POSITION-CATALOG-FILE.
           MOVE ZERO TO CAT-ITEM-REF
           START CATALOG-FILE
               KEY IS NOT LESS THAN CAT-ITEM-REF
           END-START
           IF NOT CATALOG-OK
               SET CATALOG-EOF TO TRUE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-2
           EXIT.

        READ-NEXT-CATALOG-RECORD.
           IF NOT CATALOG-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END SET CATALOG-EOF TO TRUE
               END-READ
           END-IF
           EXIT.

      *================================================================*
      * Calculate one catalog item's figures and store them. An item  *
      * purchasing has overridden keeps its figures and only has the  *
      * calculated ones refreshed; an item with no usage in the       *
      * window loses its calculated record and falls back to          *
      * REORD-PNT                                                     *
      *================================================================*
        PROCESS-CATALOG-ITEM.
      *    An item beyond the table size was counted as dropped when
      *    the table was loaded
           MOVE CAT-ITEM-REF TO WS-SEARCH-ITEM-REF
           PERFORM FIND-ITEM-ENTRY
           IF NOT ITEM-FOUND
               PERFORM READ-NEXT-CATALOG-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           PERFORM CALCULATE-ITEM-FIGURES

           MOVE CAT-ITEM-REF TO IRP-ITEM-REF
           READ REORDER-FILE
               KEY IS IRP-ITEM-REF
           END-READ

           EVALUATE TRUE
               WHEN REORDER-OK AND IRP-OVERRIDDEN
                   PERFORM MOVE-CALCULATED-FIGURES
                   REWRITE REORDER-PARAMETER-RECORD
                   PERFORM CHECK-REORDER-UPDATE
                   MOVE 'OVERRIDDEN' TO WS-ACTION-TEXT
                   ADD 1 TO WS-OVERRIDDEN-COUNT
               WHEN WS-AVG-DAILY-USAGE EQUAL ZERO
                   ADD 1 TO WS-NO-USAGE-COUNT
                   IF REORDER-OK
                       DELETE REORDER-FILE RECORD
                       PERFORM CHECK-REORDER-UPDATE
                       MOVE 'NO USAGE' TO WS-ACTION-TEXT
                   ELSE
                       MOVE SPACES TO WS-ACTION-TEXT
                   END-IF
               WHEN REORDER-OK
                   PERFORM MOVE-CALCULATED-FIGURES
                   MOVE WS-REORDER-POINT TO IRP-REORDER-POINT
                   MOVE WS-SAFETY-STOCK TO IRP-SAFETY-STOCK
                   REWRITE REORDER-PARAMETER-RECORD
                   PERFORM CHECK-REORDER-UPDATE
                   MOVE 'CALCULATED' TO WS-ACTION-TEXT
                   ADD 1 TO WS-CALCULATED-COUNT
               WHEN OTHER
                   MOVE SPACES TO REORDER-PARAMETER-RECORD
                   INITIALIZE REORDER-PARAMETER-RECORD
                   MOVE CAT-ITEM-REF TO IRP-ITEM-REF
                   SET IRP-CALCULATED TO TRUE
                   PERFORM MOVE-CALCULATED-FIGURES
                   MOVE WS-REORDER-POINT TO IRP-REORDER-POINT
                   MOVE WS-SAFETY-STOCK TO IRP-SAFETY-STOCK
                   WRITE REORDER-PARAMETER-RECORD
                   PERFORM CHECK-REORDER-UPDATE
                   MOVE 'CALCULATED' TO WS-ACTION-TEXT
                   ADD 1 TO WS-CALCULATED-COUNT
           END-EVALUATE

      *    An item with no usage and no record is not listed - the
      *    report would otherwise list every dormant catalog line
           IF WS-ACTION-TEXT NOT EQUAL SPACES
               PERFORM WRITE-ITEM-DETAIL-LINE
           END-IF

           PERFORM READ-NEXT-CATALOG-RECORD
           EXIT.

      *================================================================*
      * Work out the item's average daily usage, lead times, safety   *
      * stock and reorder point. Stock figures are rounded up - a     *
      * part unit short is still short. IT-IDX is left on the item's  *
      * table entry by the caller                                     *
      *================================================================*
        CALCULATE-ITEM-FIGURES.
           MOVE ZERO TO WS-AVG-DAILY-USAGE
           IF IT-NET-QUANTITY(IT-IDX) GREATER THAN ZERO
               COMPUTE WS-AVG-DAILY-USAGE ROUNDED =
                   IT-NET-QUANTITY(IT-IDX) / WS-USAGE-DAYS
           END-IF

           IF IT-LEAD-ORDERS(IT-IDX) GREATER THAN ZERO
               COMPUTE WS-CALC-AMOUNT =
                   IT-LEAD-TOTAL(IT-IDX) /
                   IT-LEAD-ORDERS(IT-IDX)
               PERFORM ROUND-UP-CALC-AMOUNT
               MOVE WS-CALC-AMOUNT TO WS-AVG-LEAD-DAYS
               MOVE IT-LEAD-MAX(IT-IDX) TO WS-MAX-LEAD-DAYS
           ELSE
               MOVE WS-DEFAULT-LEAD-DAYS TO WS-AVG-LEAD-DAYS
               MOVE WS-DEFAULT-LEAD-DAYS TO WS-MAX-LEAD-DAYS
           END-IF

      *    Safety stock covers the slowest delivery seen over the
      *    average one, and never less than the minimum cover
           IF WS-MAX-LEAD-DAYS GREATER THAN WS-AVG-LEAD-DAYS
               COMPUTE WS-SAFETY-DAYS =
                   WS-MAX-LEAD-DAYS - WS-AVG-LEAD-DAYS
           ELSE
               MOVE ZERO TO WS-SAFETY-DAYS
           END-IF
           IF WS-SAFETY-DAYS LESS THAN WS-COVER-DAYS
               MOVE WS-COVER-DAYS TO WS-SAFETY-DAYS
           END-IF

           COMPUTE WS-CALC-AMOUNT =
               WS-AVG-DAILY-USAGE * WS-SAFETY-DAYS
           PERFORM ROUND-UP-CALC-AMOUNT
           MOVE WS-CALC-AMOUNT TO WS-SAFETY-STOCK

           COMPUTE WS-CALC-AMOUNT =
               WS-AVG-DAILY-USAGE * WS-AVG-LEAD-DAYS + WS-SAFETY-STOCK
           PERFORM ROUND-UP-CALC-AMOUNT
           MOVE WS-CALC-AMOUNT TO WS-REORDER-POINT
           EXIT.

      *    Round WS-CALC-AMOUNT up to a whole unit, capped at the
      *    largest figure the stock fields hold
        ROUND-UP-CALC-AMOUNT.
           COMPUTE WS-CALC-AMOUNT =
               FUNCTION INTEGER-PART(WS-CALC-AMOUNT + 0.99)
           IF WS-CALC-AMOUNT GREATER THAN 9999999
               MOVE 9999999 TO WS-CALC-AMOUNT
           END-IF
           EXIT.

        CHECK-REORDER-UPDATE.
           IF NOT REORDER-OK
               DISPLAY 'DFH0XCRP: REORDER FILE UPDATE FAILED FOR ITEM '
                       CAT-ITEM-REF ' - STATUS ' WS-REORDER-STATUS
           END-IF
           EXIT.

        MOVE-CALCULATED-FIGURES.
           MOVE WS-REORDER-POINT TO IRP-CALC-REORDER-POINT
           MOVE WS-SAFETY-STOCK TO IRP-CALC-SAFETY-STOCK
           MOVE WS-AVG-DAILY-USAGE TO IRP-AVG-DAILY-USAGE
           MOVE WS-AVG-LEAD-DAYS TO IRP-AVG-LEAD-DAYS
           MOVE WS-MAX-LEAD-DAYS TO IRP-MAX-LEAD-DAYS
           MOVE IT-LEAD-ORDERS(IT-IDX) TO IRP-LEAD-TIME-ORDERS
           MOVE WS-RC-RUN-DATE TO IRP-CALC-DATE
           EXIT.

        WRITE-ITEM-DETAIL-LINE.
           MOVE CAT-ITEM-REF TO DL-ITEM-REF
           MOVE WS-AVG-DAILY-USAGE TO DL-DAILY-USAGE
           MOVE WS-AVG-LEAD-DAYS TO DL-AVG-LEAD-DAYS
           MOVE WS-MAX-LEAD-DAYS TO DL-MAX-LEAD-DAYS
           MOVE IT-LEAD-ORDERS(IT-IDX) TO DL-LEAD-ORDERS
           MOVE WS-SAFETY-STOCK TO DL-CALC-SAFETY-STOCK
           MOVE WS-REORDER-POINT TO DL-CALC-REORDER-POINT
           IF WS-ACTION-TEXT EQUAL 'NO USAGE'
               MOVE ZERO TO DL-SAFETY-STOCK
               MOVE ZERO TO DL-REORDER-POINT
           ELSE
               MOVE IRP-SAFETY-STOCK TO DL-SAFETY-STOCK
               MOVE IRP-REORDER-POINT TO DL-REORDER-POINT
           END-IF
           MOVE WS-ACTION-TEXT TO DL-ACTION
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

      *================================================================*
      * Print the run totals                                          *
      *================================================================*
        WRITE-REPORT-TOTALS.
           MOVE WS-HISTORY-COUNT TO CL-HISTORY-COUNT
           MOVE WS-RECEIPT-COUNT TO CL-RECEIPT-COUNT
           MOVE WS-ITEM-COUNT TO CL-ITEM-COUNT
           MOVE WS-CALCULATED-COUNT TO CL-CALCULATED-COUNT
           MOVE WS-OVERRIDDEN-COUNT TO CL-OVERRIDDEN-COUNT
           MOVE WS-NO-USAGE-COUNT TO CL-NO-USAGE-COUNT
           MOVE WS-OVERRIDE-APPLIED TO CL-OVERRIDE-APPLIED
           MOVE WS-OVERRIDE-REJECTED TO CL-OVERRIDE-REJECTED

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COUNT-LINE-1
           WRITE REPORT-LINE FROM WS-COUNT-LINE-2
           WRITE REPORT-LINE FROM WS-COUNT-LINE-3
           WRITE REPORT-LINE FROM WS-COUNT-LINE-4
           WRITE REPORT-LINE FROM WS-COUNT-LINE-5
           WRITE REPORT-LINE FROM WS-COUNT-LINE-6
           WRITE REPORT-LINE FROM WS-COUNT-LINE-7
           WRITE REPORT-LINE FROM WS-COUNT-LINE-8
           IF WS-DROPPED-ITEM-COUNT GREATER THAN ZERO
               MOVE WS-DROPPED-ITEM-COUNT TO CL-DROPPED-ITEM-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE-9
           END-IF
           IF WS-UNMATCHED-COUNT GREATER THAN ZERO
               MOVE WS-UNMATCHED-COUNT TO CL-UNMATCHED-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE-10
           END-IF
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE HISTORY-FILE
           CLOSE PORDER-FILE
           CLOSE CATALOG-FILE
           CLOSE REORDER-FILE
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
                   DISPLAY 'DFH0XCRP: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCRP: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCRP' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCRP: ALREADY RUN FOR BUSINESS DATE '
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
               MOVE 'DFH0XCRP' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCRP: UNABLE TO LOG RUN START - STATUS '
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
           MOVE 'DFH0XCRP' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCRP: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
