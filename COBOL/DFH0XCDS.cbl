      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCDS                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Slow-Moving and Dead Stock Analysis        *
      *                                                                *
      * FUNCTION =                                                     *
      *      Monthly batch report for finance of the money tied up    *
      *      in stock nobody orders. The order history is read in     *
      *      full - every period archive generation written by        *
      *      DFH0XCMC (ORDHARCH) and then the live EXORDHST file -    *
      *      and for every catalog item it shows:                     *
      *        - the date the item was last ordered;                  *
      *        - units issued over the last 3, 6 and 12 months -      *
      *          orders less cancellations and goods returns;         *
      *        - stock on hand and its value at CAT-COST;             *
      *        - months of cover - stock on hand over the average     *
      *          monthly issue of the last 12 months.                 *
      *      Each item is put in one of three bands:                  *
      *        DEAD   - nothing issued in the last 12 months;         *
      *        SLOW   - something issued in the last 12 months but    *
      *                 nothing in the last 3, or more months of      *
      *                 cover than the slow-cover limit;              *
      *        ACTIVE - everything else.                              *
      *      The bands are printed one after the other, followed by   *
      *      the stock value of each band by department. Items        *
      *      marked discontinued on the item status file (EXITMSTA)   *
      *      that still hold stock are not banded but listed in a     *
      *      section of their own, to be written off or returned to   *
      *      the supplier. The slow-cover limit (in months) comes     *
      *      from the SLOW-PARM configuration record.                 *
      *                                                                *
      * ENTRY POINT = DFH0XCDS                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCDS),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SLOW AND DEAD STOCK REPORT  *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM TABLE BY ITEM REFERENCE*
      *   $D3= I07544 640 261015 HDIPCB  : READ LOOPS AS PARAGRAPHS    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCDS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Order history file - the EXORDHST KSDS written by the
      *    catalog manager, holding the periods not yet closed by
      *    DFH0XCMC. Read forward from the beginning
           SELECT HISTORY-FILE ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Order history period archives - every generation written
      *    by DFH0XCMC, concatenated. Record sequential, as written.
      *    Optional: before the first monthly close there are none
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    Catalog file - read through once to band the items and
      *    once more for each section of the report
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Item lifecycle status file - read directly by item
      *    reference. Optional: if it cannot be opened no item is
      *    treated as discontinued
           SELECT STATUS-FILE ASSIGN TO ITMSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITST-ITEM-REF
               FILE STATUS IS WS-STATUS-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the slow-cover limit
           SELECT CONFIG-FILE ASSIGN TO CONFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS WS-CONFIG-STATUS.

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

      *    Same layout as the live history record - each archive
      *    record is read into ORDER-HISTORY-RECORD
       FD  ARCHIVE-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD              PIC X(84).

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

       FD  CONFIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONFIG-RECORD.
           03 CONFIG-KEY               PIC X(9).
           03 FILLER                   PIC X.
           03 CONFIG-SLOW-COVER        PIC 9(3).
           03 FILLER                   PIC X(67).

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
                                        VALUE 'DFH0XCDS------WS'.

       01  WS-HISTORY-STATUS           PIC XX  VALUE SPACES.
           88 HISTORY-OK                       VALUE '00'.
           88 HISTORY-EOF                      VALUE '10'.

       01  WS-ARCHIVE-STATUS           PIC XX  VALUE SPACES.
           88 ARCHIVE-OK                       VALUE '00'.
           88 ARCHIVE-EOF                      VALUE '10'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.
           88 CATALOG-EOF                      VALUE '10'.

       01  WS-STATUS-STATUS            PIC XX  VALUE SPACES.
           88 STATUS-OK                        VALUE '00'.

       01  WS-STATUS-AVAIL-FLAG        PIC X   VALUE 'N'.
           88 STATUS-FILE-AVAILABLE            VALUE 'Y'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * Slow-cover limit - an item with more months of cover than
      * this is slow-moving. A missing or unreadable SLOW-PARM
      * record, or a zero limit on it, uses the default
       01  WS-PARAMETER-KEY            PIC X(9) VALUE 'SLOW-PARM'.
       01  WS-SLOW-COVER-DEFAULT       PIC 9(3) VALUE 12.
       01  WS-SLOW-COVER               PIC 9(3) VALUE ZERO.

      * Start dates of the 3, 6 and 12 month issue windows - the
      * same day that many months before the run date, brought back
      * to the month end where that month is shorter
       01  WS-WINDOW-3-DATE            PIC X(8) VALUE SPACES.
       01  WS-WINDOW-6-DATE            PIC X(8) VALUE SPACES.
       01  WS-WINDOW-12-DATE           PIC X(8) VALUE SPACES.
       01  WS-WINDOW-MONTHS            PIC 9(2) VALUE ZERO.
       01  WS-WINDOW-DATE              PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-DATE-X REDEFINES WS-WINDOW-DATE.
           03 WS-WINDOW-YYYY           PIC 9(4).
           03 WS-WINDOW-MM             PIC 9(2).
           03 WS-WINDOW-DD             PIC 9(2).
       01  WS-MONTH-END-DATE           PIC 9(8) VALUE ZERO.
       01  WS-MONTH-COUNT              PIC 9(6) VALUE ZERO.

      * Per-item issue totals and band - one entry per catalog item,
      * loaded in item reference order before the history is read
      * and found again by item reference. Catalog items beyond the
      * table size are counted as dropped and left out of the
      * analysis; history for an item not in the table is counted.
      * Both are reported at the end of the run
       01  WS-ITEM-ENTRIES             PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY OCCURS 1 TO 50000 TIMES
                            DEPENDING ON WS-ITEM-ENTRIES
                            ASCENDING KEY IS IT-ITEM-REF
                            INDEXED BY IT-IDX.
               05 IT-ITEM-REF          PIC 9(8).
               05 IT-UNITS-3           PIC S9(7).
               05 IT-UNITS-6           PIC S9(7).
               05 IT-UNITS-12          PIC S9(7).
               05 IT-LAST-ORDER-DATE   PIC X(8).
               05 IT-BAND              PIC X.
       01  WS-SEARCH-ITEM-REF          PIC 9(8) VALUE ZERO.
       01  WS-ITEM-FOUND-FLAG          PIC X   VALUE 'N'.
           88 ITEM-FOUND                       VALUE 'Y'.
       01  WS-DROPPED-ITEM-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-HISTORY-COUNT  PIC 9(9) VALUE ZERO.

      * Stock value of each band by department, subscripted by
      * department plus one
       01  WS-DEPARTMENT-TABLE.
           03 WS-DEPARTMENT-ENTRY OCCURS 1000 TIMES.
               05 DT-ACTIVE-VALUE      PIC 9(11)V99.
               05 DT-SLOW-VALUE        PIC 9(11)V99.
               05 DT-DEAD-VALUE        PIC 9(11)V99.
               05 DT-DISC-VALUE        PIC 9(11)V99.
               05 DT-ITEM-COUNT        PIC 9(5).
       01  WS-DEPT-INDEX               PIC 9(4) VALUE ZERO.

      * Band of the item in hand, and the band being printed
       01  WS-BAND                     PIC X   VALUE SPACE.
           88 BAND-ACTIVE                      VALUE 'A'.
           88 BAND-SLOW                        VALUE 'S'.
           88 BAND-DEAD                        VALUE 'D'.
           88 BAND-DISCONTINUED                VALUE 'X'.
           88 BAND-NOT-LISTED                  VALUE 'N'.
       01  WS-PRINT-BAND               PIC X   VALUE SPACE.

      * Working fields for one item
       01  WS-UNITS-3                  PIC 9(7) VALUE ZERO.
       01  WS-UNITS-6                  PIC 9(7) VALUE ZERO.
       01  WS-UNITS-12                 PIC 9(7) VALUE ZERO.
       01  WS-COST-NUMERIC             PIC 9(6)V99 VALUE ZERO.
       01  WS-ITEM-VALUE               PIC 9(11)V99 VALUE ZERO.
       01  WS-COVER-MONTHS             PIC 9(5)V9 VALUE ZERO.
       01  WS-COST-INVALID-FLAG        PIC X   VALUE 'N'.
           88 COST-INVALID                     VALUE 'Y'.

      * Section and grand totals
       01  WS-SECTION-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SECTION-VALUE            PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-ACTIVE             PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-SLOW               PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-DEAD               PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-DISC               PIC 9(13)V99 VALUE ZERO.
       01  WS-DEPT-TOTAL               PIC 9(13)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC 9(13)V99 VALUE ZERO.

      * Run totals
       01  WS-ARCHIVE-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-ACTIVE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-SLOW-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-DEAD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-DISC-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-DISC-NO-STOCK-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-AVAIL-FLAG       PIC X   VALUE 'N'.
           88 ARCHIVE-FILE-AVAILABLE           VALUE 'Y'.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(44)
              VALUE 'SLOW-MOVING AND DEAD STOCK ANALYSIS'.
           03 FILLER                   PIC X(6)  VALUE 'DATE '.
           03 HD-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(19)
              VALUE 'SLOW-COVER LIMIT '.
           03 HD-SLOW-COVER            PIC ZZ9.
           03 FILLER                   PIC X(7)  VALUE ' MONTHS'.

       01  WS-HEADING-2.
           03 FILLER                   PIC X(24)
              VALUE 'ISSUE WINDOWS FROM -  3:'.
           03 HD-WINDOW-3              PIC X(8).
           03 FILLER                   PIC X(6)  VALUE '   6:'.
           03 HD-WINDOW-6              PIC X(8).
           03 FILLER                   PIC X(6)  VALUE '  12:'.
           03 HD-WINDOW-12             PIC X(8).

       01  WS-SECTION-HEADING.
           03 SH-TITLE                 PIC X(60).

       01  WS-COLUMN-HEADING-1.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(6)  VALUE 'DEPT'.
           03 FILLER                   PIC X(10) VALUE 'LAST'.
           03 FILLER                   PIC X(28)
              VALUE '   ------ UNITS ISSUED -----'.
           03 FILLER                   PIC X(11) VALUE '    ON HAND'.
           03 FILLER                   PIC X(8)  VALUE '   COVER'.
           03 FILLER                   PIC X(7)  VALUE '   UNIT'.
           03 FILLER                   PIC X(14)
              VALUE '         STOCK'.

       01  WS-COLUMN-HEADING-2.
           03 FILLER                   PIC X(58) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'ORDERED'.
           03 FILLER                   PIC X(28)
              VALUE ' 3 MONTHS 6 MONTHS 12 MONTHS'.
           03 FILLER                   PIC X(11) VALUE SPACES.
           03 FILLER                   PIC X(8)  VALUE '  MONTHS'.
           03 FILLER                   PIC X(7)  VALUE '   COST'.
           03 FILLER                   PIC X(14)
              VALUE '         VALUE'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DESCRIPTION           PIC X(40).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DEPARTMENT            PIC ZZ9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-LAST-ORDER-DATE       PIC X(8).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-UNITS-3               PIC ZZZZ,ZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DL-UNITS-6               PIC ZZZZ,ZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-UNITS-12              PIC ZZZZ,ZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-STOCK                 PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-COVER-TEXT            PIC X(6).
           03 DL-COVER REDEFINES DL-COVER-TEXT
                                       PIC ZZZ9.9.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DL-COST                  PIC ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DL-VALUE                 PIC ZZ,ZZZ,ZZ9.99.

       01  WS-SECTION-TOTAL-LINE.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(8)  VALUE 'ITEMS : '.
           03 ST-ITEM-COUNT            PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE 'STOCK VALUE : '.
           03 ST-VALUE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NONE-LINE.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE 'NO ITEMS'.

       01  WS-DEPT-HEADING-1.
           03 FILLER                   PIC X(60)
              VALUE 'STOCK VALUE BY DEPARTMENT'.

       01  WS-DEPT-HEADING-2.
           03 FILLER                   PIC X(6)  VALUE 'DEPT'.
           03 FILLER                   PIC X(19)
              VALUE '             ACTIVE'.
           03 FILLER                   PIC X(20)
              VALUE '                SLOW'.
           03 FILLER                   PIC X(20)
              VALUE '                DEAD'.
           03 FILLER                   PIC X(20)
              VALUE '        DISCONTINUED'.
           03 FILLER                   PIC X(20)
              VALUE '               TOTAL'.

       01  WS-DEPT-LINE.
           03 DP-DEPARTMENT            PIC ZZ9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DP-ACTIVE-VALUE          PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DP-SLOW-VALUE            PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DP-DEAD-VALUE            PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DP-DISC-VALUE            PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DP-TOTAL-VALUE           PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DEPT-TOTAL-LINE.
           03 FILLER                   PIC X(6)  VALUE 'TOTAL'.
           03 DT-TOTAL-ACTIVE          PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DT-TOTAL-SLOW            PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DT-TOTAL-DEAD            PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DT-TOTAL-DISC            PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DT-GRAND-TOTAL           PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE-1.
           03 FILLER                   PIC X(33)
              VALUE 'ARCHIVED HISTORY RECORDS READ  : '.
           03 CL-ARCHIVE-COUNT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-2.
           03 FILLER                   PIC X(33)
              VALUE 'LIVE HISTORY RECORDS READ      : '.
           03 CL-HISTORY-COUNT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-3.
           03 FILLER                   PIC X(33)
              VALUE 'CATALOG ITEMS EXAMINED         : '.
           03 CL-ITEM-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-4.
           03 FILLER                   PIC X(33)
              VALUE '  ACTIVE                       : '.
           03 CL-ACTIVE-COUNT          PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-5.
           03 FILLER                   PIC X(33)
              VALUE '  SLOW-MOVING                  : '.
           03 CL-SLOW-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-6.
           03 FILLER                   PIC X(33)
              VALUE '  DEAD                         : '.
           03 CL-DEAD-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-7.
           03 FILLER                   PIC X(33)
              VALUE '  DISCONTINUED HOLDING STOCK   : '.
           03 CL-DISC-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-8.
           03 FILLER                   PIC X(33)
              VALUE '  DISCONTINUED, NO STOCK       : '.
           03 CL-DISC-NO-STOCK-COUNT   PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-9.
           03 FILLER                   PIC X(33)
              VALUE 'ITEMS NOT ANALYSED - TABLE FULL: '.
           03 CL-DROPPED-ITEM-COUNT    PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-10.
           03 FILLER                   PIC X(33)
              VALUE 'HISTORY FOR ITEMS NOT ANALYSED : '.
           03 CL-UNMATCHED-COUNT       PIC ZZZ,ZZZ,ZZ9.

       01  WS-NO-ARCHIVE-LINE          PIC X(60)
              VALUE 'NO ORDER HISTORY ARCHIVE - LIVE HISTORY ONLY'.

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

           PERFORM READ-ANALYSIS-PARAMETERS
           PERFORM SET-ISSUE-WINDOWS
           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM LOAD-ITEM-TABLE
           INITIALIZE WS-DEPARTMENT-TABLE
           PERFORM ACCUMULATE-ARCHIVED-HISTORY
           PERFORM ACCUMULATE-LIVE-HISTORY

           PERFORM POSITION-CATALOG-FILE
           PERFORM READ-NEXT-CATALOG-RECORD
           PERFORM CLASSIFY-CATALOG-ITEM
               UNTIL CATALOG-EOF

           MOVE 'A' TO WS-PRINT-BAND
           MOVE 'ACTIVE STOCK' TO SH-TITLE
           PERFORM PRINT-BAND-SECTION
           MOVE 'S' TO WS-PRINT-BAND
           MOVE 'SLOW-MOVING STOCK' TO SH-TITLE
           PERFORM PRINT-BAND-SECTION
           MOVE 'D' TO WS-PRINT-BAND
           MOVE 'DEAD STOCK - NOTHING ISSUED IN 12 MONTHS' TO SH-TITLE
           PERFORM PRINT-BAND-SECTION
           MOVE 'X' TO WS-PRINT-BAND
           MOVE 'DISCONTINUED ITEMS STILL HOLDING STOCK' TO SH-TITLE
           PERFORM PRINT-BAND-SECTION

           PERFORM WRITE-DEPARTMENT-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

           PERFORM RUN-CONTROL-COMPLETE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Open the configuration file, look up the slow-cover limit     *
      * and close it again. A missing/unreadable record, or a zero    *
      * or non-numeric limit on it, uses the default                  *
      *================================================================*
        READ-ANALYSIS-PARAMETERS.
           MOVE WS-SLOW-COVER-DEFAULT TO WS-SLOW-COVER
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-PARAMETER-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND CONFIG-SLOW-COVER NUMERIC AND
                  CONFIG-SLOW-COVER GREATER THAN ZERO
                   MOVE CONFIG-SLOW-COVER TO WS-SLOW-COVER
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           EXIT.

      *================================================================*
      * Work out the start date of each issue window                  *
      *================================================================*
        SET-ISSUE-WINDOWS.
           MOVE 3 TO WS-WINDOW-MONTHS
           PERFORM CALCULATE-WINDOW-START
           MOVE WS-WINDOW-DATE TO WS-WINDOW-3-DATE
           MOVE 6 TO WS-WINDOW-MONTHS
           PERFORM CALCULATE-WINDOW-START
           MOVE WS-WINDOW-DATE TO WS-WINDOW-6-DATE
           MOVE 12 TO WS-WINDOW-MONTHS
           PERFORM CALCULATE-WINDOW-START
           MOVE WS-WINDOW-DATE TO WS-WINDOW-12-DATE
           EXIT.

      *    The run date less WS-WINDOW-MONTHS months. The 31st of a
      *    month with 30 days (or February) becomes its last day
        CALCULATE-WINDOW-START.
           MOVE WS-RC-RUN-DATE TO WS-WINDOW-DATE
           COMPUTE WS-MONTH-COUNT = WS-WINDOW-YYYY * 12
               + WS-WINDOW-MM - 1 - WS-WINDOW-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-WINDOW-YYYY
               REMAINDER WS-WINDOW-MM
           ADD 1 TO WS-WINDOW-MM

           IF WS-WINDOW-DD GREATER THAN 28
      *        Last day of the month = the day before the first of
      *        the month after
               MOVE WS-WINDOW-DATE TO WS-MONTH-END-DATE
               MOVE 1 TO WS-WINDOW-DD
               IF WS-WINDOW-MM EQUAL 12
                   ADD 1 TO WS-WINDOW-YYYY
                   MOVE 1 TO WS-WINDOW-MM
               ELSE
                   ADD 1 TO WS-WINDOW-MM
               END-IF
               COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE) - 1)
               IF WS-MONTH-END-DATE LESS THAN WS-WINDOW-DATE
                   MOVE WS-MONTH-END-DATE TO WS-WINDOW-DATE
               END-IF
           END-IF
           EXIT.

        OPEN-ALL-FILES.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'DFH0XCDS: UNABLE TO OPEN HISTORY FILE - '
                       'STATUS ' WS-HISTORY-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCDS: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           MOVE 'N' TO WS-STATUS-AVAIL-FLAG
           OPEN INPUT STATUS-FILE
           IF STATUS-OK
               MOVE 'Y' TO WS-STATUS-AVAIL-FLAG
           END-IF

           MOVE 'N' TO WS-ARCHIVE-AVAIL-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-OK
               MOVE 'Y' TO WS-ARCHIVE-AVAIL-FLAG
           ELSE
               DISPLAY 'DFH0XCDS: NO HISTORY ARCHIVE - STATUS '
                       WS-ARCHIVE-STATUS ' - LIVE HISTORY ONLY'
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCDS: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-RC-RUN-DATE TO HD-RUN-DATE
           MOVE WS-SLOW-COVER TO HD-SLOW-COVER
           MOVE WS-WINDOW-3-DATE TO HD-WINDOW-3
           MOVE WS-WINDOW-6-DATE TO HD-WINDOW-6
           MOVE WS-WINDOW-12-DATE TO HD-WINDOW-12
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           IF NOT ARCHIVE-FILE-AVAILABLE
               WRITE REPORT-LINE FROM WS-NO-ARCHIVE-LINE
           END-IF
           EXIT.

      *================================================================*
      * Load the item table from the catalog, in item reference order *
      *================================================================*
        LOAD-ITEM-TABLE.
           MOVE ZERO TO WS-ITEM-ENTRIES
           PERFORM POSITION-CATALOG-FILE
           PERFORM READ-NEXT-CATALOG-RECORD
           PERFORM LOAD-ITEM-ENTRY
               UNTIL CATALOG-EOF
           IF WS-DROPPED-ITEM-COUNT GREATER THAN ZERO
               DISPLAY 'DFH0XCDS: ' WS-DROPPED-ITEM-COUNT
                       ' CATALOG ITEM(S) NOT ANALYSED - TABLE FULL'
           END-IF
           EXIT.

        LOAD-ITEM-ENTRY.
           IF WS-ITEM-ENTRIES EQUAL 50000
               ADD 1 TO WS-DROPPED-ITEM-COUNT
           ELSE
               ADD 1 TO WS-ITEM-ENTRIES
               MOVE CAT-ITEM-REF TO IT-ITEM-REF(WS-ITEM-ENTRIES)
               MOVE ZERO TO IT-UNITS-3(WS-ITEM-ENTRIES)
               MOVE ZERO TO IT-UNITS-6(WS-ITEM-ENTRIES)
               MOVE ZERO TO IT-UNITS-12(WS-ITEM-ENTRIES)
               MOVE SPACES TO IT-LAST-ORDER-DATE(WS-ITEM-ENTRIES)
               MOVE SPACE TO IT-BAND(WS-ITEM-ENTRIES)
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
      * Read every archived history record. The archive generations   *
      * are concatenated oldest first, but nothing here depends on    *
      * the order                                                     *
      *================================================================*
        ACCUMULATE-ARCHIVED-HISTORY.
           IF NOT ARCHIVE-FILE-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-ARCHIVE-RECORD
           PERFORM ACCUMULATE-ARCHIVE-RECORD
               UNTIL ARCHIVE-EOF
           EXIT.

        ACCUMULATE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-COUNT
           PERFORM ADD-HISTORY-TO-ITEM
           PERFORM READ-NEXT-ARCHIVE-RECORD
           EXIT.

        READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE INTO ORDER-HISTORY-RECORD
               AT END SET ARCHIVE-EOF TO TRUE
           END-READ
           IF NOT ARCHIVE-OK AND NOT ARCHIVE-EOF
               DISPLAY 'DFH0XCDS: ARCHIVE READ FAILED - STATUS '
                       WS-ARCHIVE-STATUS
               SET ARCHIVE-EOF TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Read the live history file from the beginning - it holds only *
      * the periods not yet closed                                    *
      *================================================================*
        ACCUMULATE-LIVE-HISTORY.
           MOVE LOW-VALUES TO ORDH-KEY
           START HISTORY-FILE
               KEY IS NOT LESS THAN ORDH-KEY
           END-START
           IF NOT HISTORY-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM ACCUMULATE-HISTORY-RECORD
               UNTIL HISTORY-EOF
           EXIT.

        ACCUMULATE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-COUNT
           PERFORM ADD-HISTORY-TO-ITEM
           PERFORM READ-NEXT-HISTORY-RECORD
           EXIT.

        READ-NEXT-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           IF NOT HISTORY-OK
               SET HISTORY-EOF TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Add one history record to its item. Orders count as issues    *
      * and set the last order date; cancellations and goods returns  *
      * net off the issues of whichever window they fall in           *
      *================================================================*
        ADD-HISTORY-TO-ITEM.
           IF ORDH-ITEM-REF-NUMBER NOT NUMERIC OR
              ORDH-QUANTITY-REQ NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

      *    History for an item no longer on the catalog, or one left
      *    out of the table, is counted but cannot be analysed
           MOVE ORDH-ITEM-REF-NUMBER TO WS-SEARCH-ITEM-REF
           PERFORM FIND-ITEM-ENTRY
           IF NOT ITEM-FOUND
               ADD 1 TO WS-UNMATCHED-HISTORY-COUNT
               EXIT PARAGRAPH
           END-IF

           EVALUATE ORDH-REQUEST-ID
               WHEN '01ORDR'
               WHEN '01ORDM'
                   IF ORDH-DATE GREATER THAN
                          IT-LAST-ORDER-DATE(IT-IDX)
                       MOVE ORDH-DATE
                           TO IT-LAST-ORDER-DATE(IT-IDX)
                   END-IF
                   IF ORDH-DATE NOT LESS THAN WS-WINDOW-12-DATE
                       ADD ORDH-QUANTITY-REQ
                           TO IT-UNITS-12(IT-IDX)
                   END-IF
                   IF ORDH-DATE NOT LESS THAN WS-WINDOW-6-DATE
                       ADD ORDH-QUANTITY-REQ
                           TO IT-UNITS-6(IT-IDX)
                   END-IF
                   IF ORDH-DATE NOT LESS THAN WS-WINDOW-3-DATE
                       ADD ORDH-QUANTITY-REQ
                           TO IT-UNITS-3(IT-IDX)
                   END-IF
               WHEN '01CANC'
               WHEN '01ORET'
                   IF ORDH-DATE NOT LESS THAN WS-WINDOW-12-DATE
                       SUBTRACT ORDH-QUANTITY-REQ
                           FROM IT-UNITS-12(IT-IDX)
                   END-IF
                   IF ORDH-DATE NOT LESS THAN WS-WINDOW-6-DATE
                       SUBTRACT ORDH-QUANTITY-REQ
                           FROM IT-UNITS-6(IT-IDX)
                   END-IF
                   IF ORDH-DATE NOT LESS THAN WS-WINDOW-3-DATE
                       SUBTRACT ORDH-QUANTITY-REQ
                           FROM IT-UNITS-3(IT-IDX)
                   END-IF
           END-EVALUATE
           EXIT.

      *================================================================*
      * Position the catalog at its first item for a pass             *
      *================================================================*
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
           IF NOT CATALOG-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END SET CATALOG-EOF TO TRUE
               END-READ
               IF NOT CATALOG-OK AND NOT CATALOG-EOF
                   DISPLAY 'DFH0XCDS: CATALOG READ FAILED - STATUS '
                           WS-CATALOG-STATUS
                   SET CATALOG-EOF TO TRUE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * First catalog pass - put the item in its band, remember the   *
      * band for the printing passes and add its stock value to its   *
      * department. A discontinued item with stock has a section of   *
      * its own; one with no stock is only counted                    *
      *================================================================*
        CLASSIFY-CATALOG-ITEM.
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
           IF COST-INVALID
               DISPLAY 'DFH0XCDS: INVALID COST ON ITEM ' CAT-ITEM-REF
                       ' - VALUED AT ZERO'
           END-IF

           EVALUATE TRUE
               WHEN WS-UNITS-12 EQUAL ZERO
                   SET BAND-DEAD TO TRUE
               WHEN WS-UNITS-3 EQUAL ZERO
                   SET BAND-SLOW TO TRUE
               WHEN WS-COVER-MONTHS GREATER THAN WS-SLOW-COVER
                   SET BAND-SLOW TO TRUE
               WHEN OTHER
                   SET BAND-ACTIVE TO TRUE
           END-EVALUATE

           IF STATUS-FILE-AVAILABLE
               MOVE CAT-ITEM-REF TO ITST-ITEM-REF
               READ STATUS-FILE
                   KEY IS ITST-ITEM-REF
               END-READ
               IF STATUS-OK AND ITST-STATUS-DISCONTINUED
                   IF CAT-STOCK GREATER THAN ZERO
                       SET BAND-DISCONTINUED TO TRUE
                   ELSE
                       SET BAND-NOT-LISTED TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE WS-BAND TO IT-BAND(IT-IDX)
           COMPUTE WS-DEPT-INDEX = CAT-DEPARTMENT + 1
           EVALUATE TRUE
               WHEN BAND-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD WS-ITEM-VALUE TO DT-ACTIVE-VALUE(WS-DEPT-INDEX)
                   ADD WS-ITEM-VALUE TO WS-TOTAL-ACTIVE
               WHEN BAND-SLOW
                   ADD 1 TO WS-SLOW-COUNT
                   ADD WS-ITEM-VALUE TO DT-SLOW-VALUE(WS-DEPT-INDEX)
                   ADD WS-ITEM-VALUE TO WS-TOTAL-SLOW
               WHEN BAND-DEAD
                   ADD 1 TO WS-DEAD-COUNT
                   ADD WS-ITEM-VALUE TO DT-DEAD-VALUE(WS-DEPT-INDEX)
                   ADD WS-ITEM-VALUE TO WS-TOTAL-DEAD
               WHEN BAND-DISCONTINUED
                   ADD 1 TO WS-DISC-COUNT
                   ADD WS-ITEM-VALUE TO DT-DISC-VALUE(WS-DEPT-INDEX)
                   ADD WS-ITEM-VALUE TO WS-TOTAL-DISC
               WHEN BAND-NOT-LISTED
                   ADD 1 TO WS-DISC-NO-STOCK-COUNT
           END-EVALUATE
           IF NOT BAND-NOT-LISTED
               ADD 1 TO DT-ITEM-COUNT(WS-DEPT-INDEX)
           END-IF

           PERFORM READ-NEXT-CATALOG-RECORD
           EXIT.

      *================================================================*
      * Work out the item's issues, stock value and months of cover.  *
      * A window whose returns outweigh its orders shows no issues.   *
      * Months of cover is stock over the average monthly issue of    *
      * the last 12 months, capped at the largest figure printable.   *
      * IT-IDX is left on the item's table entry by the caller        *
      *================================================================*
        CALCULATE-ITEM-FIGURES.
           MOVE ZERO TO WS-UNITS-3
           MOVE ZERO TO WS-UNITS-6
           MOVE ZERO TO WS-UNITS-12
           IF IT-UNITS-3(IT-IDX) GREATER THAN ZERO
               MOVE IT-UNITS-3(IT-IDX) TO WS-UNITS-3
           END-IF
           IF IT-UNITS-6(IT-IDX) GREATER THAN ZERO
               MOVE IT-UNITS-6(IT-IDX) TO WS-UNITS-6
           END-IF
           IF IT-UNITS-12(IT-IDX) GREATER THAN ZERO
               MOVE IT-UNITS-12(IT-IDX) TO WS-UNITS-12
           END-IF

      *    CAT-COST is checked numeric before being trusted, as the
      *    stock valuation report does
           MOVE 'N' TO WS-COST-INVALID-FLAG
           IF CAT-COST NUMERIC
               MOVE CAT-COST TO WS-COST-NUMERIC
           ELSE
               MOVE ZERO TO WS-COST-NUMERIC
               MOVE 'Y' TO WS-COST-INVALID-FLAG
           END-IF
           COMPUTE WS-ITEM-VALUE = WS-COST-NUMERIC * CAT-STOCK

           MOVE ZERO TO WS-COVER-MONTHS
           IF WS-UNITS-12 GREATER THAN ZERO
               COMPUTE WS-COVER-MONTHS ROUNDED =
                   CAT-STOCK * 12 / WS-UNITS-12
               IF WS-COVER-MONTHS GREATER THAN 9999.9
                   MOVE 9999.9 TO WS-COVER-MONTHS
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Print the items of one band (WS-PRINT-BAND) in catalog order, *
      * with the band's item count and stock value                    *
      *================================================================*
        PRINT-BAND-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-VALUE

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2

           PERFORM POSITION-CATALOG-FILE
           PERFORM READ-NEXT-CATALOG-RECORD
           PERFORM PRINT-BAND-ITEM
               UNTIL CATALOG-EOF

           IF WS-SECTION-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO ST-ITEM-COUNT
               MOVE WS-SECTION-VALUE TO ST-VALUE
               WRITE REPORT-LINE FROM WS-SECTION-TOTAL-LINE
           END-IF
           EXIT.

        PRINT-BAND-ITEM.
           MOVE CAT-ITEM-REF TO WS-SEARCH-ITEM-REF
           PERFORM FIND-ITEM-ENTRY
           IF ITEM-FOUND
               IF IT-BAND(IT-IDX) EQUAL WS-PRINT-BAND
                   PERFORM CALCULATE-ITEM-FIGURES
                   PERFORM WRITE-ITEM-DETAIL-LINE
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-ITEM-VALUE TO WS-SECTION-VALUE
               END-IF
           END-IF

           PERFORM READ-NEXT-CATALOG-RECORD
           EXIT.

        WRITE-ITEM-DETAIL-LINE.
           MOVE CAT-ITEM-REF TO DL-ITEM-REF
           MOVE CAT-DESCRIPTION TO DL-DESCRIPTION
           MOVE CAT-DEPARTMENT TO DL-DEPARTMENT
           IF IT-LAST-ORDER-DATE(IT-IDX) EQUAL SPACES
               MOVE 'NEVER' TO DL-LAST-ORDER-DATE
           ELSE
               MOVE IT-LAST-ORDER-DATE(IT-IDX)
                   TO DL-LAST-ORDER-DATE
           END-IF
           MOVE WS-UNITS-3 TO DL-UNITS-3
           MOVE WS-UNITS-6 TO DL-UNITS-6
           MOVE WS-UNITS-12 TO DL-UNITS-12
           MOVE CAT-STOCK TO DL-STOCK

      *    No issues in 12 months - stock on hand has no cover
      *    figure, and none at all is shown when there is no stock
           EVALUATE TRUE
               WHEN WS-UNITS-12 GREATER THAN ZERO
                   MOVE WS-COVER-MONTHS TO DL-COVER
               WHEN CAT-STOCK GREATER THAN ZERO
                   MOVE 'NO USE' TO DL-COVER-TEXT
               WHEN OTHER
                   MOVE SPACES TO DL-COVER-TEXT
           END-EVALUATE

           MOVE WS-COST-NUMERIC TO DL-COST
           MOVE WS-ITEM-VALUE TO DL-VALUE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

      *================================================================*
      * Print the stock value of each band for every department with  *
      * a listed item, then the totals across departments             *
      *================================================================*
        WRITE-DEPARTMENT-SUMMARY.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-DEPT-HEADING-1
           WRITE REPORT-LINE FROM WS-DEPT-HEADING-2

           PERFORM WRITE-DEPARTMENT-LINE
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX GREATER THAN 1000

           COMPUTE WS-GRAND-TOTAL = WS-TOTAL-ACTIVE + WS-TOTAL-SLOW
               + WS-TOTAL-DEAD + WS-TOTAL-DISC
           MOVE WS-TOTAL-ACTIVE TO DT-TOTAL-ACTIVE
           MOVE WS-TOTAL-SLOW TO DT-TOTAL-SLOW
           MOVE WS-TOTAL-DEAD TO DT-TOTAL-DEAD
           MOVE WS-TOTAL-DISC TO DT-TOTAL-DISC
           MOVE WS-GRAND-TOTAL TO DT-GRAND-TOTAL
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-DEPT-TOTAL-LINE
           EXIT.

      *    A department with no listed item has no line
        WRITE-DEPARTMENT-LINE.
           IF DT-ITEM-COUNT(WS-DEPT-INDEX) EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE DP-DEPARTMENT = WS-DEPT-INDEX - 1
           MOVE DT-ACTIVE-VALUE(WS-DEPT-INDEX) TO DP-ACTIVE-VALUE
           MOVE DT-SLOW-VALUE(WS-DEPT-INDEX) TO DP-SLOW-VALUE
           MOVE DT-DEAD-VALUE(WS-DEPT-INDEX) TO DP-DEAD-VALUE
           MOVE DT-DISC-VALUE(WS-DEPT-INDEX) TO DP-DISC-VALUE
           COMPUTE WS-DEPT-TOTAL = DT-ACTIVE-VALUE(WS-DEPT-INDEX)
               + DT-SLOW-VALUE(WS-DEPT-INDEX)
               + DT-DEAD-VALUE(WS-DEPT-INDEX)
               + DT-DISC-VALUE(WS-DEPT-INDEX)
           MOVE WS-DEPT-TOTAL TO DP-TOTAL-VALUE
           WRITE REPORT-LINE FROM WS-DEPT-LINE
           EXIT.

      *================================================================*
      * Print the run totals                                          *
      *================================================================*
        WRITE-REPORT-TOTALS.
           MOVE WS-ARCHIVE-COUNT TO CL-ARCHIVE-COUNT
           MOVE WS-HISTORY-COUNT TO CL-HISTORY-COUNT
           MOVE WS-ITEM-COUNT TO CL-ITEM-COUNT
           MOVE WS-ACTIVE-COUNT TO CL-ACTIVE-COUNT
           MOVE WS-SLOW-COUNT TO CL-SLOW-COUNT
           MOVE WS-DEAD-COUNT TO CL-DEAD-COUNT
           MOVE WS-DISC-COUNT TO CL-DISC-COUNT
           MOVE WS-DISC-NO-STOCK-COUNT TO CL-DISC-NO-STOCK-COUNT

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
           IF WS-UNMATCHED-HISTORY-COUNT GREATER THAN ZERO
               MOVE WS-UNMATCHED-HISTORY-COUNT TO CL-UNMATCHED-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE-10
           END-IF
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE HISTORY-FILE
           CLOSE CATALOG-FILE
           IF STATUS-FILE-AVAILABLE
               CLOSE STATUS-FILE
           END-IF
           IF ARCHIVE-FILE-AVAILABLE
               CLOSE ARCHIVE-FILE
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
                   DISPLAY 'DFH0XCDS: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCDS: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCDS' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCDS: ALREADY RUN FOR BUSINESS DATE '
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
               MOVE 'DFH0XCDS' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCDS: UNABLE TO LOG RUN START - STATUS '
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
           MOVE 'DFH0XCDS' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCDS: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
