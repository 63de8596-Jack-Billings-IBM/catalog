      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCPK                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Warehouse Pick List and Packing Slip Print *
      *                                                                *
      * FUNCTION =                                                     *
      *      Batch print of the warehouse pick requests the catalog   *
      *      manager queues on the pick request file (EXPICKRQ) for   *
      *      every order line it takes stock for - single-item        *
      *      orders, basket lines and released held orders - at the  *
      *      warehouse location the stock was allocated from. Run on  *
      *      a schedule or on demand as often as the warehouse needs; *
      *      each run prints only what has been queued since the      *
      *      last, so it is not part of the once-a-day suite.         *
      *                                                                *
      *      The run prints:                                          *
      *        - one pick list per warehouse location, sorted by item *
      *          for the pick walk, with the orders each item is for  *
      *          and a total for the item. Requests for items that    *
      *          are not location-tracked are listed as unassigned.   *
      *          Lines cancelled after an earlier run printed them    *
      *          follow, for the warehouse to put back rather than    *
      *          ship;                                                *
      *        - one packing slip per order number, showing the       *
      *          requester, charge department and every line of the   *
      *          order printed in this run.                           *
      *      A line whose stock was drawn from more than one lot is   *
      *      printed once for each lot, with the quantity taken from  *
      *      it, as the lot usage file (EXLOTUSE) records them.       *
      *      Each request printed is marked printed with the run's    *
      *      date and time; each put-back notice printed is deleted.  *
      *      An order cancelled before a run prints it has already    *
      *      been deleted by the cancellation, so it never appears.   *
      *      Printed requests are kept for the PICK-KEEP number of    *
      *      days on the configuration file (default 30), so a later  *
      *      cancellation can still be turned into a put-back notice, *
      *      and are then deleted.                                    *
      *                                                                *
      *      An optional parameter card with a location in columns    *
      *      1-2 prints that warehouse only; the other warehouses'    *
      *      requests stay queued for a later run.                    *
      *                                                                *
      * ENTRY POINT = DFH0XCPK                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCPK),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : WAREHOUSE PICK LISTS        *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : EIGHT DIGIT ITEM REFERENCES *
      *   $D3= I07544 640 261015 HDIPCB  : PICK LINE PER LOT DRAWN     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCPK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional location parameter - a location in columns 1-2
      *    prints that warehouse only; blank, or no file, prints all
           SELECT PARM-FILE ASSIGN TO PICKPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    Pick request file - the EXPICKRQ KSDS kept by the catalog
      *    manager, keyed on order number and line. Opened I-O so
      *    the requests printed can be marked
           SELECT PICK-FILE ASSIGN TO PICKRQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PICK-KEY
               FILE STATUS IS WS-PICK-STATUS.

      *    Lot usage file - the EXLOTUSE KSDS kept by the catalog
      *    manager, browsed for the lots each order line was drawn
      *    from
           SELECT LOTUSE-FILE ASSIGN TO LOTUSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTU-KEY
               FILE STATUS IS WS-LOTUSE-STATUS.

      *    Catalog file - read directly by item reference for the
      *    item descriptions
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the number of days printed requests are kept
           SELECT CONFIG-FILE ASSIGN TO CONFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS WS-CONFIG-STATUS.

      *    Work file the pick lines are sorted through, by location
      *    and then item
           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT PICKLIST-FILE ASSIGN TO PICKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKLIST-STATUS.

           SELECT SLIP-FILE ASSIGN TO SLIPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           03 PARM-LOCATION            PIC X(2).
           03 FILLER                   PIC X(78).

       FD  PICK-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PICK-REQUEST-RECORD.
           COPY DFH0XPCK.

       FD  LOTUSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LOT-USAGE-RECORD.
           COPY DFH0XLTU.

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
           03 CONFIG-KEEP-DAYS         PIC X(3).
           03 FILLER                   PIC X(67).

       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SRT-LOCATION             PIC X(2).
      *    1 = to pick, 2 = cancelled after printing, to put back
           03 SRT-SECTION              PIC 9(1).
           03 SRT-ITEM-REF             PIC 9(8).
           03 SRT-ORDER-NUMBER         PIC 9(8).
           03 SRT-LINE-NUMBER          PIC 9(2).
      *    One sort record per lot the line was drawn from, in the
      *    order they were drawn
           03 SRT-LOT-SEQUENCE         PIC 9(3).
           03 SRT-QUANTITY             PIC 9(3).
           03 SRT-LOT-NUMBER           PIC X(8).
           03 SRT-USERID               PIC X(8).
           03 SRT-CHARGE-DEPT          PIC 9(3).

       FD  PICKLIST-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PICKLIST-LINE               PIC X(132).

       FD  SLIP-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SLIP-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EYECATCHER               PIC X(16)
                                        VALUE 'DFH0XCPK------WS'.

       01  WS-PARM-STATUS              PIC XX  VALUE SPACES.
           88 PARM-OK                          VALUE '00'.

       01  WS-PICK-STATUS              PIC XX  VALUE SPACES.
           88 PICK-OK                          VALUE '00'.
           88 PICK-EOF                         VALUE '10'.

       01  WS-LOTUSE-STATUS            PIC XX  VALUE SPACES.
           88 LOTUSE-OK                        VALUE '00'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-PICKLIST-STATUS          PIC XX  VALUE SPACES.
           88 PICKLIST-OK                      VALUE '00'.

       01  WS-SLIP-STATUS              PIC XX  VALUE SPACES.
           88 SLIP-OK                          VALUE '00'.

       01  WS-SORT-EOF-FLAG            PIC X   VALUE 'N'.
           88 SORT-EOF                         VALUE 'Y'.

      * The lots the current request's line was drawn from - the
      * quantity still to be printed against a lot, the quantity and
      * lot of the next line to print and how many have been printed
       01  WS-LOT-BROWSE-FLAG          PIC X   VALUE 'N'.
           88 LOT-BROWSE-DONE                  VALUE 'Y'.
       01  WS-LOT-REMAINING            PIC 9(3) VALUE ZERO.
       01  WS-LOT-QUANTITY             PIC 9(3) VALUE ZERO.
       01  WS-LOT-NUMBER               PIC X(8) VALUE SPACES.
       01  WS-LOT-LINES                PIC 9(3) VALUE ZERO.

      * Run parameters - the warehouse to print (spaces for all), the
      * date and time the run stamps the requests it prints with, and
      * the date printed requests older than are deleted
       01  WS-SELECT-LOCATION          PIC X(2) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).
       01  WS-RUN-TIME-RAW             PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME                 PIC X(6) VALUE SPACES.
       01  WS-PICK-KEEP-KEY            PIC X(9) VALUE 'PICK-KEEP'.
       01  WS-KEEP-DAYS-DEFAULT        PIC 9(3) VALUE 30.
       01  WS-KEEP-DAYS                PIC 9(3) VALUE ZERO.
       01  WS-PURGE-BEFORE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-PURGE-BEFORE-X REDEFINES WS-PURGE-BEFORE-DATE
                                       PIC X(8).

      * Control break fields for the pick lists
       01  WS-CURRENT-LOCATION         PIC X(2) VALUE SPACES.
       01  WS-CURRENT-SECTION          PIC 9(1) VALUE ZERO.
       01  WS-CURRENT-ITEM             PIC 9(8) VALUE ZERO.
       01  WS-ITEM-LINES               PIC 9(5) VALUE ZERO.
       01  WS-ITEM-QUANTITY            PIC 9(7) VALUE ZERO.
       01  WS-LOC-PICK-LINES           PIC 9(7) VALUE ZERO.
       01  WS-LOC-PICK-UNITS           PIC 9(9) VALUE ZERO.
       01  WS-LOC-PUTBACK-LINES        PIC 9(7) VALUE ZERO.
       01  WS-FIRST-SORT-FLAG          PIC X   VALUE 'Y'.
           88 FIRST-SORT-RECORD                VALUE 'Y'.

      * Control break fields for the packing slips
       01  WS-SLIP-ORDER-NUMBER        PIC 9(8) VALUE ZERO.
       01  WS-SLIP-LINES               PIC 9(5) VALUE ZERO.
       01  WS-SLIP-UNITS               PIC 9(7) VALUE ZERO.
       01  WS-SLIP-OPEN-FLAG           PIC X   VALUE 'N'.
           88 SLIP-OPEN                        VALUE 'Y'.

      * Run totals
       01  WS-PRINTED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-PUTBACK-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-LOCATION-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-SLIP-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-UPDATE-FAILED-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-DESCRIPTION              PIC X(40) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

      * Pick list lines
       01  WS-PICK-HEADING-1.
           03 FILLER                   PIC X(26)
              VALUE 'WAREHOUSE PICK LIST'.
           03 FILLER                   PIC X(9)  VALUE 'LOCATION '.
           03 PH-LOCATION              PIC X(10).
           03 FILLER                   PIC X(9)  VALUE 'RUN DATE '.
           03 PH-RUN-DATE              PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 PH-RUN-TIME              PIC X(6).

       01  WS-PICK-HEADING-2.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(6)  VALUE '   QTY'.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'LOT'.
           03 FILLER                   PIC X(12) VALUE 'ORDER    LN'.
           03 FILLER                   PIC X(5)  VALUE 'DEPT'.
           03 FILLER                   PIC X(10) VALUE 'REQUESTER'.
           03 FILLER                   PIC X(8)  VALUE 'PICKED'.

       01  WS-PUTBACK-HEADING.
           03 FILLER                   PIC X(60)
              VALUE 'CANCELLED AFTER PRINTING - DO NOT SHIP, RETURN TO S
      -             'TOCK'.

       01  WS-PICK-DETAIL.
           03 PD-ITEM-REF              PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PD-DESCRIPTION           PIC X(40).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PD-QUANTITY              PIC ZZZZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PD-LOT-NUMBER            PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PD-ORDER-NUMBER          PIC 9(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 PD-LINE-NUMBER           PIC Z9.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 PD-CHARGE-DEPT           PIC 9(3).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PD-USERID                PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PD-CHECK-BOX             PIC X(8).

       01  WS-ITEM-TOTAL-LINE.
           03 FILLER                   PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(42)
              VALUE '  ITEM TOTAL'.
           03 IT-QUANTITY              PIC ZZZZZ9.

       01  WS-LOC-TOTAL-LINE-1.
           03 FILLER                   PIC X(30)
              VALUE 'LINES TO PICK               : '.
           03 LT-PICK-LINES            PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(8)  VALUE 'UNITS : '.
           03 LT-PICK-UNITS            PIC ZZZ,ZZZ,ZZ9.

       01  WS-LOC-TOTAL-LINE-2.
           03 FILLER                   PIC X(30)
              VALUE 'LINES TO PUT BACK           : '.
           03 LT-PUTBACK-LINES         PIC ZZZ,ZZ9.

       01  WS-NONE-LINE.
           03 FILLER                   PIC X(50)
              VALUE 'NO PICK REQUESTS QUEUED FOR PRINTING'.

       01  WS-RUN-TOTAL-HEADING.
           03 FILLER                   PIC X(26)
              VALUE 'PICK PRINT RUN TOTALS'.
           03 FILLER                   PIC X(9)  VALUE 'LOCATION '.
           03 RH-LOCATION              PIC X(10).
           03 FILLER                   PIC X(9)  VALUE 'RUN DATE '.
           03 RH-RUN-DATE              PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 RH-RUN-TIME              PIC X(6).

       01  WS-RUN-TOTAL-LINE.
           03 RT-LABEL                 PIC X(30).
           03 RT-COUNT                 PIC ZZZ,ZZ9.

      * Packing slip lines
       01  WS-SLIP-HEADING-1.
           03 FILLER                   PIC X(26) VALUE 'PACKING SLIP'.
           03 FILLER                   PIC X(6)  VALUE 'ORDER '.
           03 SH-ORDER-NUMBER          PIC 9(8).
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE 'RUN DATE '.
           03 SH-RUN-DATE              PIC X(8).

       01  WS-SLIP-HEADING-2.
           03 FILLER                   PIC X(14) VALUE 'REQUESTED BY: '.
           03 SH-USERID                PIC X(8).
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(19)
              VALUE 'CHARGE DEPARTMENT: '.
           03 SH-CHARGE-DEPT           PIC 9(3).
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(8)  VALUE 'PLACED: '.
           03 SH-QUEUED-DATE           PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 SH-QUEUED-TIME           PIC X(6).

       01  WS-SLIP-HEADING-3.
           03 FILLER                   PIC X(14) VALUE 'ORDER TYPE  : '.
           03 SH-ORDER-TYPE            PIC X(20).

       01  WS-SLIP-HEADING-4.
           03 FILLER                   PIC X(6)  VALUE 'LINE'.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(6)  VALUE '   QTY'.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'LOT'.
           03 FILLER                   PIC X(8)  VALUE 'FROM'.

       01  WS-SLIP-DETAIL.
           03 SD-LINE-NUMBER           PIC Z9.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 SD-ITEM-REF              PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 SD-DESCRIPTION           PIC X(40).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 SD-QUANTITY              PIC ZZZZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 SD-LOT-NUMBER            PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 SD-LOCATION              PIC X(10).

       01  WS-SLIP-TOTAL-LINE.
           03 FILLER                   PIC X(14) VALUE 'TOTAL LINES : '.
           03 ST-LINES                 PIC ZZZZ9.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE 'TOTAL UNITS : '.
           03 ST-UNITS                 PIC ZZZZZZ9.

       01  WS-SLIP-SIGN-LINE.
           03 FILLER                   PIC X(60)
              VALUE 'PACKED BY ____________________   DATE __________'.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-RUN-PARAMETERS
           PERFORM OPEN-ALL-FILES

      *    Select the requests to print, marking each as it goes, and
      *    print them through the sort as the warehouses' pick lists
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOCATION
                                SRT-SECTION
                                SRT-ITEM-REF
                                SRT-ORDER-NUMBER
                                SRT-LINE-NUMBER
                                SRT-LOT-SEQUENCE
               INPUT PROCEDURE IS SELECT-PICK-REQUESTS
               OUTPUT PROCEDURE IS PRINT-PICK-LISTS

      *    The requests this run has just marked printed, read back
      *    in order number order, are the packing slips
           PERFORM PRINT-PACKING-SLIPS

           PERFORM WRITE-RUN-TOTALS
           PERFORM CLOSE-ALL-FILES

           IF WS-UPDATE-FAILED-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Pick up the location to print, the run's date and time, and   *
      * how long printed requests are kept. The parameter card is     *
      * optional; a missing, blank, zero or non-numeric PICK-KEEP     *
      * means the default                                             *
      *================================================================*
        READ-RUN-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME

           MOVE SPACES TO WS-SELECT-LOCATION
           OPEN INPUT PARM-FILE
           IF PARM-OK
               READ PARM-FILE
                   AT END CONTINUE
               END-READ
               IF PARM-OK
                   MOVE PARM-LOCATION TO WS-SELECT-LOCATION
               END-IF
               CLOSE PARM-FILE
           END-IF

           MOVE WS-KEEP-DAYS-DEFAULT TO WS-KEEP-DAYS
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-PICK-KEEP-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND
                  CONFIG-KEEP-DAYS IS NUMERIC AND
                  CONFIG-KEEP-DAYS NOT EQUAL '000'
                   MOVE CONFIG-KEEP-DAYS TO WS-KEEP-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF

           COMPUTE WS-PURGE-BEFORE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-KEEP-DAYS)

           IF WS-SELECT-LOCATION EQUAL SPACES
               MOVE 'ALL' TO PH-LOCATION
           ELSE
               MOVE WS-SELECT-LOCATION TO PH-LOCATION
           END-IF
           MOVE PH-LOCATION TO RH-LOCATION
           EXIT.

        OPEN-ALL-FILES.
           OPEN I-O PICK-FILE
           IF NOT PICK-OK
               DISPLAY 'DFH0XCPK: UNABLE TO OPEN PICK REQUEST FILE - '
                       'STATUS ' WS-PICK-STATUS
               STOP RUN
           END-IF

           OPEN INPUT LOTUSE-FILE
           IF NOT LOTUSE-OK
               DISPLAY 'DFH0XCPK: UNABLE TO OPEN LOT USAGE FILE - '
                       'STATUS ' WS-LOTUSE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCPK: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT PICKLIST-FILE
           IF NOT PICKLIST-OK
               DISPLAY 'DFH0XCPK: UNABLE TO OPEN PICK LIST FILE - '
                       'STATUS ' WS-PICKLIST-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT SLIP-FILE
           IF NOT SLIP-OK
               DISPLAY 'DFH0XCPK: UNABLE TO OPEN PACKING SLIP FILE - '
                       'STATUS ' WS-SLIP-STATUS
               STOP RUN
           END-IF
           EXIT.

      *================================================================*
      * Sort input - read the whole pick request file and pass the    *
      * requests this run prints to the sort                          *
      *================================================================*
        SELECT-PICK-REQUESTS.
           PERFORM POSITION-PICK-FILE
           PERFORM READ-NEXT-PICK-REQUEST
           PERFORM SELECT-ONE-PICK-REQUEST
               UNTIL PICK-EOF
           EXIT.

      *================================================================*
      * Take one request:                                             *
      *   - printed longer ago than it is kept: deleted, wherever it  *
      *     is for;                                                   *
      *   - queued, for the warehouse being printed: sorted for its   *
      *     pick list and marked printed with this run's stamp;       *
      *   - cancelled after printing, for the warehouse being         *
      *     printed: sorted as a put-back notice and deleted;         *
      *   - anything else (held for approval, printed recently, for   *
      *     another warehouse): left as it is                         *
      *================================================================*
        SELECT-ONE-PICK-REQUEST.
           EVALUATE TRUE
               WHEN PICK-PRINTED AND
                    PICK-PRINTED-DATE LESS THAN WS-PURGE-BEFORE-X
                   PERFORM DELETE-PICK-REQUEST
                   IF PICK-OK
                       ADD 1 TO WS-PURGED-COUNT
                   END-IF
               WHEN WS-SELECT-LOCATION NOT EQUAL SPACES AND
                    PICK-LOCATION NOT EQUAL WS-SELECT-LOCATION
                   CONTINUE
               WHEN PICK-QUEUED
                   MOVE 1 TO SRT-SECTION
                   PERFORM RELEASE-SORT-RECORD
                   SET PICK-PRINTED TO TRUE
                   MOVE WS-RUN-DATE-X TO PICK-PRINTED-DATE
                   MOVE WS-RUN-TIME TO PICK-PRINTED-TIME
                   REWRITE PICK-REQUEST-RECORD
                   END-REWRITE
                   IF PICK-OK
                       ADD 1 TO WS-PRINTED-COUNT
                   ELSE
                       PERFORM REPORT-UPDATE-FAILURE
                   END-IF
               WHEN PICK-CANCELLED
                   MOVE 2 TO SRT-SECTION
                   PERFORM RELEASE-SORT-RECORD
                   PERFORM DELETE-PICK-REQUEST
                   IF PICK-OK
                       ADD 1 TO WS-PUTBACK-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-PICK-REQUEST
           EXIT.

      *================================================================*
      * Pass the request to the sort - once for each lot its line was *
      * drawn from, with the quantity taken from that lot            *
      *================================================================*
        RELEASE-SORT-RECORD.
           MOVE PICK-LOCATION TO SRT-LOCATION
           MOVE PICK-ITEM-REF TO SRT-ITEM-REF
           MOVE PICK-ORDER-NUMBER TO SRT-ORDER-NUMBER
           MOVE PICK-LINE-NUMBER TO SRT-LINE-NUMBER
           MOVE PICK-USERID TO SRT-USERID
           MOVE PICK-CHARGE-DEPT TO SRT-CHARGE-DEPT

           PERFORM START-LOT-USAGE
           PERFORM NEXT-LOT-LINE
           PERFORM RELEASE-ONE-LOT
               UNTIL WS-LOT-QUANTITY EQUAL ZERO
           EXIT.

        RELEASE-ONE-LOT.
           MOVE WS-LOT-LINES TO SRT-LOT-SEQUENCE
           MOVE WS-LOT-QUANTITY TO SRT-QUANTITY
           MOVE WS-LOT-NUMBER TO SRT-LOT-NUMBER
           RELEASE SORT-RECORD
           PERFORM NEXT-LOT-LINE
           EXIT.

      *================================================================*
      * Position the lot usage file on the first lot the current      *
      * request's order line was drawn from                           *
      *================================================================*
        START-LOT-USAGE.
           MOVE PICK-QUANTITY TO WS-LOT-REMAINING
           MOVE ZERO TO WS-LOT-LINES
           MOVE 'N' TO WS-LOT-BROWSE-FLAG

           SET LTU-FOR-ORDER TO TRUE
           MOVE PICK-ORDER-NUMBER TO LTU-NUMBER
           MOVE PICK-LINE-NUMBER TO LTU-LINE-NUMBER
           MOVE ZERO TO LTU-SEQUENCE
           START LOTUSE-FILE
               KEY IS NOT LESS THAN LTU-KEY
           END-START
           IF LOTUSE-OK
               PERFORM READ-NEXT-LOT-USAGE
           ELSE
               SET LOT-BROWSE-DONE TO TRUE
           END-IF
           EXIT.

        READ-NEXT-LOT-USAGE.
           READ LOTUSE-FILE NEXT RECORD
               AT END SET LOT-BROWSE-DONE TO TRUE
           END-READ
           IF NOT LOTUSE-OK OR
              NOT LTU-FOR-ORDER OR
              LTU-NUMBER NOT EQUAL PICK-ORDER-NUMBER OR
              LTU-LINE-NUMBER NOT EQUAL PICK-LINE-NUMBER
               SET LOT-BROWSE-DONE TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Set WS-LOT-QUANTITY and WS-LOT-NUMBER for the next line to    *
      * print for the current request - each lot in turn, then        *
      * whatever no lot covers (stock received before lots were       *
      * recorded, or an order placed before lot usage was kept,       *
      * which shows the one lot on the request). Zero when the whole  *
      * quantity has been printed                                     *
      *================================================================*
        NEXT-LOT-LINE.
           MOVE ZERO TO WS-LOT-QUANTITY
           MOVE SPACES TO WS-LOT-NUMBER
           IF WS-LOT-REMAINING EQUAL ZERO
               EXIT PARAGRAPH
           END-IF

           IF NOT LOT-BROWSE-DONE
               IF LTU-QUANTITY LESS THAN WS-LOT-REMAINING
                   MOVE LTU-QUANTITY TO WS-LOT-QUANTITY
               ELSE
                   MOVE WS-LOT-REMAINING TO WS-LOT-QUANTITY
               END-IF
               MOVE LTU-LOT-NUMBER TO WS-LOT-NUMBER
               PERFORM READ-NEXT-LOT-USAGE
           ELSE
               MOVE WS-LOT-REMAINING TO WS-LOT-QUANTITY
               IF WS-LOT-LINES EQUAL ZERO
                   MOVE PICK-LOT-NUMBER TO WS-LOT-NUMBER
               END-IF
           END-IF

           SUBTRACT WS-LOT-QUANTITY FROM WS-LOT-REMAINING
           ADD 1 TO WS-LOT-LINES
           EXIT.

        DELETE-PICK-REQUEST.
           DELETE PICK-FILE RECORD
           END-DELETE
           IF NOT PICK-OK
               PERFORM REPORT-UPDATE-FAILURE
           END-IF
           EXIT.

      *================================================================*
      * A request that cannot be marked or deleted is reported and    *
      * the run ends RC 4 - it may be printed again by the next run   *
      *================================================================*
        REPORT-UPDATE-FAILURE.
           DISPLAY 'DFH0XCPK: PICK REQUEST ' PICK-ORDER-NUMBER
                   ' LINE ' PICK-LINE-NUMBER
                   ' NOT UPDATED - STATUS ' WS-PICK-STATUS
           ADD 1 TO WS-UPDATE-FAILED-COUNT
           EXIT.

        POSITION-PICK-FILE.
           MOVE LOW-VALUES TO PICK-KEY
           START PICK-FILE
               KEY IS NOT LESS THAN PICK-KEY
           END-START
           IF NOT PICK-OK
               SET PICK-EOF TO TRUE
           END-IF
           EXIT.

        READ-NEXT-PICK-REQUEST.
           IF NOT PICK-EOF
               READ PICK-FILE NEXT RECORD
                   AT END SET PICK-EOF TO TRUE
               END-READ
               IF NOT PICK-OK AND NOT PICK-EOF
                   DISPLAY 'DFH0XCPK: PICK REQUEST READ FAILED - '
                           'STATUS ' WS-PICK-STATUS
                   SET PICK-EOF TO TRUE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Sort output - print the pick lists, one per location, with    *
      * each location's put-back notices after its pick lines         *
      *================================================================*
        PRINT-PICK-LISTS.
           PERFORM RETURN-SORT-RECORD
           IF SORT-EOF
               MOVE WS-RUN-DATE-X TO PH-RUN-DATE
               MOVE WS-RUN-TIME TO PH-RUN-TIME
               WRITE PICKLIST-LINE FROM WS-PICK-HEADING-1
               WRITE PICKLIST-LINE FROM WS-BLANK-LINE
               WRITE PICKLIST-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM PRINT-PICK-LINE
               UNTIL SORT-EOF

           IF NOT FIRST-SORT-RECORD
               PERFORM END-PICK-ITEM
               PERFORM END-PICK-LOCATION
           END-IF
           EXIT.

        RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           EXIT.

        PRINT-PICK-LINE.
           IF FIRST-SORT-RECORD OR
              SRT-LOCATION NOT EQUAL WS-CURRENT-LOCATION
               IF NOT FIRST-SORT-RECORD
                   PERFORM END-PICK-ITEM
                   PERFORM END-PICK-LOCATION
               END-IF
               PERFORM START-PICK-LOCATION
           ELSE
               IF SRT-SECTION NOT EQUAL WS-CURRENT-SECTION OR
                  SRT-ITEM-REF NOT EQUAL WS-CURRENT-ITEM
                   PERFORM END-PICK-ITEM
               END-IF
           END-IF

           IF SRT-SECTION NOT EQUAL WS-CURRENT-SECTION
               MOVE SRT-SECTION TO WS-CURRENT-SECTION
               IF SRT-SECTION EQUAL 2
                   WRITE PICKLIST-LINE FROM WS-BLANK-LINE
                   WRITE PICKLIST-LINE FROM WS-PUTBACK-HEADING
               END-IF
           END-IF

           MOVE SPACES TO PD-ITEM-REF
           MOVE SPACES TO PD-DESCRIPTION
           IF WS-ITEM-LINES EQUAL ZERO
      *        Item and description on the first line for the item
               MOVE SRT-ITEM-REF TO CAT-ITEM-REF
               PERFORM LOOK-UP-DESCRIPTION
               MOVE SRT-ITEM-REF TO PD-ITEM-REF
               MOVE WS-DESCRIPTION TO PD-DESCRIPTION
               MOVE SRT-ITEM-REF TO WS-CURRENT-ITEM
           END-IF
           MOVE SRT-QUANTITY TO PD-QUANTITY
           MOVE SRT-LOT-NUMBER TO PD-LOT-NUMBER
           MOVE SRT-ORDER-NUMBER TO PD-ORDER-NUMBER
           MOVE SRT-LINE-NUMBER TO PD-LINE-NUMBER
           MOVE SRT-CHARGE-DEPT TO PD-CHARGE-DEPT
           MOVE SRT-USERID TO PD-USERID
           IF SRT-SECTION EQUAL 1
               MOVE '[    ]' TO PD-CHECK-BOX
               ADD 1 TO WS-LOC-PICK-LINES
               ADD SRT-QUANTITY TO WS-LOC-PICK-UNITS
           ELSE
               MOVE 'PUT BACK' TO PD-CHECK-BOX
               ADD 1 TO WS-LOC-PUTBACK-LINES
           END-IF
           WRITE PICKLIST-LINE FROM WS-PICK-DETAIL

           ADD 1 TO WS-ITEM-LINES
           ADD SRT-QUANTITY TO WS-ITEM-QUANTITY

           PERFORM RETURN-SORT-RECORD
           EXIT.

      *================================================================*
      * Start a new location's pick list on a new page                *
      *================================================================*
        START-PICK-LOCATION.
           MOVE 'N' TO WS-FIRST-SORT-FLAG
           MOVE SRT-LOCATION TO WS-CURRENT-LOCATION
           MOVE ZERO TO WS-CURRENT-SECTION
           MOVE ZERO TO WS-LOC-PICK-LINES
           MOVE ZERO TO WS-LOC-PICK-UNITS
           MOVE ZERO TO WS-LOC-PUTBACK-LINES
           ADD 1 TO WS-LOCATION-COUNT

           IF SRT-LOCATION EQUAL SPACES
               MOVE 'UNASSIGNED' TO PH-LOCATION
           ELSE
               MOVE SRT-LOCATION TO PH-LOCATION
           END-IF
           MOVE WS-RUN-DATE-X TO PH-RUN-DATE
           MOVE WS-RUN-TIME TO PH-RUN-TIME
           WRITE PICKLIST-LINE FROM WS-PICK-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PICKLIST-LINE FROM WS-BLANK-LINE
           WRITE PICKLIST-LINE FROM WS-PICK-HEADING-2
           EXIT.

      *================================================================*
      * Close off an item - an item picked for more than one order    *
      * gets a total, so the picker takes the lot in one go           *
      *================================================================*
        END-PICK-ITEM.
           IF WS-ITEM-LINES GREATER THAN 1 AND
              WS-CURRENT-SECTION EQUAL 1
               MOVE WS-ITEM-QUANTITY TO IT-QUANTITY
               WRITE PICKLIST-LINE FROM WS-ITEM-TOTAL-LINE
           END-IF
           MOVE ZERO TO WS-ITEM-LINES
           MOVE ZERO TO WS-ITEM-QUANTITY
           EXIT.

        END-PICK-LOCATION.
           MOVE WS-LOC-PICK-LINES TO LT-PICK-LINES
           MOVE WS-LOC-PICK-UNITS TO LT-PICK-UNITS
           MOVE WS-LOC-PUTBACK-LINES TO LT-PUTBACK-LINES
           WRITE PICKLIST-LINE FROM WS-BLANK-LINE
           WRITE PICKLIST-LINE FROM WS-LOC-TOTAL-LINE-1
           WRITE PICKLIST-LINE FROM WS-LOC-TOTAL-LINE-2
           EXIT.

      *================================================================*
      * Print a packing slip for every order with lines this run      *
      * marked printed - the file is in order number and line order,  *
      * so each order's lines arrive together                         *
      *================================================================*
        PRINT-PACKING-SLIPS.
           MOVE SPACES TO WS-PICK-STATUS
           PERFORM POSITION-PICK-FILE
           PERFORM READ-NEXT-PICK-REQUEST
           PERFORM PRINT-SLIP-LINE
               UNTIL PICK-EOF

           IF SLIP-OPEN
               PERFORM END-PACKING-SLIP
           END-IF
           EXIT.

        PRINT-SLIP-LINE.
           IF PICK-PRINTED AND
              PICK-PRINTED-DATE EQUAL WS-RUN-DATE-X AND
              PICK-PRINTED-TIME EQUAL WS-RUN-TIME
               IF NOT SLIP-OPEN OR
                  PICK-ORDER-NUMBER NOT EQUAL WS-SLIP-ORDER-NUMBER
                   IF SLIP-OPEN
                       PERFORM END-PACKING-SLIP
                   END-IF
                   PERFORM START-PACKING-SLIP
               END-IF

               MOVE PICK-LINE-NUMBER TO SD-LINE-NUMBER
               MOVE PICK-ITEM-REF TO SD-ITEM-REF
               MOVE PICK-ITEM-REF TO CAT-ITEM-REF
               PERFORM LOOK-UP-DESCRIPTION
               MOVE WS-DESCRIPTION TO SD-DESCRIPTION
               IF PICK-LOCATION EQUAL SPACES
                   MOVE 'UNASSIGNED' TO SD-LOCATION
               ELSE
                   MOVE PICK-LOCATION TO SD-LOCATION
               END-IF
               PERFORM START-LOT-USAGE
               PERFORM NEXT-LOT-LINE
               PERFORM PRINT-SLIP-LOT-LINE
                   UNTIL WS-LOT-QUANTITY EQUAL ZERO
               ADD 1 TO WS-SLIP-LINES
               ADD PICK-QUANTITY TO WS-SLIP-UNITS
           END-IF

           PERFORM READ-NEXT-PICK-REQUEST
           EXIT.

      *================================================================*
      * One line of the packing slip for each lot the order line was  *
      * drawn from - the line, item and description on the first only *
      *================================================================*
        PRINT-SLIP-LOT-LINE.
           MOVE WS-LOT-QUANTITY TO SD-QUANTITY
           MOVE WS-LOT-NUMBER TO SD-LOT-NUMBER
           WRITE SLIP-LINE FROM WS-SLIP-DETAIL
           MOVE ZERO TO SD-LINE-NUMBER
           MOVE SPACES TO SD-ITEM-REF
           MOVE SPACES TO SD-DESCRIPTION
           PERFORM NEXT-LOT-LINE
           EXIT.

      *================================================================*
      * Start a new order's packing slip on a new page                *
      *================================================================*
        START-PACKING-SLIP.
           SET SLIP-OPEN TO TRUE
           MOVE PICK-ORDER-NUMBER TO WS-SLIP-ORDER-NUMBER
           MOVE ZERO TO WS-SLIP-LINES
           MOVE ZERO TO WS-SLIP-UNITS
           ADD 1 TO WS-SLIP-COUNT

           MOVE PICK-ORDER-NUMBER TO SH-ORDER-NUMBER
           MOVE WS-RUN-DATE-X TO SH-RUN-DATE
           MOVE PICK-USERID TO SH-USERID
           MOVE PICK-CHARGE-DEPT TO SH-CHARGE-DEPT
           MOVE PICK-QUEUED-DATE TO SH-QUEUED-DATE
           MOVE PICK-QUEUED-TIME TO SH-QUEUED-TIME
           IF PICK-REQUEST-ID EQUAL '01ORDM'
               MOVE 'BASKET ORDER' TO SH-ORDER-TYPE
           ELSE
               MOVE 'SINGLE ITEM ORDER' TO SH-ORDER-TYPE
           END-IF

           WRITE SLIP-LINE FROM WS-SLIP-HEADING-1
               AFTER ADVANCING PAGE
           WRITE SLIP-LINE FROM WS-BLANK-LINE
           WRITE SLIP-LINE FROM WS-SLIP-HEADING-2
           WRITE SLIP-LINE FROM WS-SLIP-HEADING-3
           WRITE SLIP-LINE FROM WS-BLANK-LINE
           WRITE SLIP-LINE FROM WS-SLIP-HEADING-4
           EXIT.

        END-PACKING-SLIP.
           MOVE WS-SLIP-LINES TO ST-LINES
           MOVE WS-SLIP-UNITS TO ST-UNITS
           WRITE SLIP-LINE FROM WS-BLANK-LINE
           WRITE SLIP-LINE FROM WS-SLIP-TOTAL-LINE
           WRITE SLIP-LINE FROM WS-BLANK-LINE
           WRITE SLIP-LINE FROM WS-SLIP-SIGN-LINE
           MOVE 'N' TO WS-SLIP-OPEN-FLAG
           EXIT.

      *================================================================*
      * Read the catalog record for CAT-ITEM-REF - an item no longer  *
      * on the catalog is shown as such                               *
      *================================================================*
        LOOK-UP-DESCRIPTION.
           READ CATALOG-FILE
               KEY IS CAT-ITEM-REF
           END-READ
           IF CATALOG-OK
               MOVE CAT-DESCRIPTION TO WS-DESCRIPTION
           ELSE
               MOVE '*** NOT ON CATALOG ***' TO WS-DESCRIPTION
           END-IF
           EXIT.

      *================================================================*
      * Print the run totals after the last pick list                 *
      *================================================================*
        WRITE-RUN-TOTALS.
           MOVE WS-RUN-DATE-X TO RH-RUN-DATE
           MOVE WS-RUN-TIME TO RH-RUN-TIME
           WRITE PICKLIST-LINE FROM WS-RUN-TOTAL-HEADING
               AFTER ADVANCING PAGE
           WRITE PICKLIST-LINE FROM WS-BLANK-LINE

           MOVE 'WAREHOUSE PICK LISTS        : ' TO RT-LABEL
           MOVE WS-LOCATION-COUNT TO RT-COUNT
           WRITE PICKLIST-LINE FROM WS-RUN-TOTAL-LINE
           MOVE 'REQUESTS PRINTED FOR PICKING: ' TO RT-LABEL
           MOVE WS-PRINTED-COUNT TO RT-COUNT
           WRITE PICKLIST-LINE FROM WS-RUN-TOTAL-LINE
           MOVE 'PUT-BACK NOTICES PRINTED    : ' TO RT-LABEL
           MOVE WS-PUTBACK-COUNT TO RT-COUNT
           WRITE PICKLIST-LINE FROM WS-RUN-TOTAL-LINE
           MOVE 'PACKING SLIPS PRINTED       : ' TO RT-LABEL
           MOVE WS-SLIP-COUNT TO RT-COUNT
           WRITE PICKLIST-LINE FROM WS-RUN-TOTAL-LINE
           MOVE 'OLD PRINTED REQUESTS DELETED: ' TO RT-LABEL
           MOVE WS-PURGED-COUNT TO RT-COUNT
           WRITE PICKLIST-LINE FROM WS-RUN-TOTAL-LINE
           MOVE 'REQUESTS NOT UPDATED        : ' TO RT-LABEL
           MOVE WS-UPDATE-FAILED-COUNT TO RT-COUNT
           WRITE PICKLIST-LINE FROM WS-RUN-TOTAL-LINE

           DISPLAY 'DFH0XCPK: ' WS-PRINTED-COUNT ' PICK REQUEST(S), '
                   WS-SLIP-COUNT ' PACKING SLIP(S) PRINTED'
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE PICK-FILE
           CLOSE LOTUSE-FILE
           CLOSE CATALOG-FILE
           CLOSE PICKLIST-FILE
           CLOSE SLIP-FILE
           EXIT.
