      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCGL                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Monthly General Ledger Journal Extract     *
      *                                                                *
      * FUNCTION =                                                     *
      *      Monthly batch job that builds the general ledger         *
      *      journal for the previous calendar month in the ledger's  *
      *      fixed interface format (DFH0XGLJ), so finance no longer  *
      *      re-keys the departmental and valuation printouts. It     *
      *      posts three things for the period:                       *
      *        - department spend from EXORDHST, each order valued    *
      *          at the unit cost stamped on its history record and   *
      *          cancellations and goods returns netted off - a       *
      *          debit per charge department against a credit to      *
      *          inventory;                                           *
      *        - goods receipts booked against EXPOFILE, valued at    *
      *          the catalog cost in force on the receipt date - a    *
      *          debit to inventory against goods received not        *
      *          invoiced;                                            *
      *        - stock take variances from every generation of the    *
      *          DFH0XCST adjustment log - inventory against the      *
      *          stock variance account. An adjustment line that      *
      *          cannot be read rejects the run.                      *
      *      The journal carries a header and a control-total         *
      *      trailer. A journal whose debits and credits do not       *
      *      balance is not written and the run is rejected with      *
      *      return code 8. The run-log entry is keyed on the first   *
      *      day of the period, so the job runs only once per period. *
      *                                                                *
      * ENTRY POINT = DFH0XCGL                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCGL),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : GENERAL LEDGER JOURNAL      *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : WIDER ADJUSTMENT LOG ITEM   *
      *   $D3= I07544 640 261015 HDIPCB  : ALL ADJUSTMENT LOG GENS     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCGL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Order history file - the EXORDHST KSDS written by the
      *    catalog manager, positioned at the start of the period
      *    and read forward to its end
           SELECT HISTORY-FILE ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Purchase order file - the EXPOFILE KSDS, read through for
      *    the orders booked in during the period
           SELECT PORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORD-NUMBER
               FILE STATUS IS WS-PORDER-STATUS.

      *    Price change history file - browsed from the item's first
      *    change to find the cost in force on a given date
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

      *    Stock take adjustment log written by DFH0XCST - only the
      *    records logged during the period are posted
           SELECT ADJUST-FILE ASSIGN TO ADJLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.

      *    Journal file for the general ledger interface
           SELECT JOURNAL-FILE ASSIGN TO GLJOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


      *    Overnight suite run-log file - each job of the suite
      *    writes a STARTED record at the top of its run and marks
      *    it COMPLETE at the end. This job logs under the first day
      *    of the period it posts, so a second run for the same
      *    period is refused
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

      *    Same layout as the adjustment log line DFH0XCST builds
       FD  ADJUST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ADJUST-RECORD.
           03 ADJ-RUN-DATE             PIC 9(8).
           03 ADJ-RUN-DATE-X REDEFINES ADJ-RUN-DATE.
               05 ADJ-RUN-PERIOD       PIC X(6).
               05 FILLER               PIC X(2).
           03 FILLER                   PIC X.
           03 ADJ-ITEM-REF             PIC 9(8).
           03 FILLER                   PIC X(8).
           03 ADJ-BEFORE-STOCK         PIC 9(7).
           03 FILLER                   PIC X(7).
           03 ADJ-AFTER-STOCK          PIC 9(7).
           03 FILLER                   PIC X(10).
           03 ADJ-VARIANCE             PIC S9(7) SIGN LEADING
                                                 SEPARATE.
           03 FILLER                   PIC X(16).
      *    The line as DFH0XCST logged it before the item reference
      *    and stock figures were widened - told apart by where the
      *    ' BEFORE=' label falls
       01  OLD-ADJUST-RECORD.
           03 FILLER                   PIC X(9).
           03 OADJ-ITEM-REF            PIC 9(4).
           03 OADJ-BEFORE-LABEL        PIC X(8).
           03 FILLER                   PIC X(25).
           03 OADJ-VARIANCE            PIC S9(5) SIGN LEADING
                                                 SEPARATE.
           03 FILLER                   PIC X(28).

       FD  JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           COPY DFH0XGLJ.

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
                                        VALUE 'DFH0XCGL------WS'.

       01  WS-HISTORY-STATUS           PIC XX  VALUE SPACES.
           88 HISTORY-OK                       VALUE '00'.
           88 HISTORY-EOF                      VALUE '10'.

       01  WS-PORDER-STATUS            PIC XX  VALUE SPACES.
           88 PORDER-OK                        VALUE '00'.
           88 PORDER-EOF                       VALUE '10'.

       01  WS-PRCHST-STATUS            PIC XX  VALUE SPACES.
           88 PRCHST-OK                        VALUE '00'.
           88 PRCHST-EOF                       VALUE '10'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.

       01  WS-ADJUST-STATUS            PIC XX  VALUE SPACES.
           88 ADJUST-OK                        VALUE '00'.
           88 ADJUST-EOF                       VALUE '10'.

       01  WS-JOURNAL-STATUS           PIC XX  VALUE SPACES.
           88 JOURNAL-OK                       VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * Ledger accounts the journal posts to. Department spend is
      * posted to one expense account with the charge department
      * as its cost centre
       01  WS-LEDGER-ACCOUNTS.
           03 WS-ACCT-DEPT-SPEND       PIC X(8) VALUE 'DEPTSPND'.
           03 WS-ACCT-INVENTORY        PIC X(8) VALUE 'INVENTRY'.
           03 WS-ACCT-GRNI             PIC X(8) VALUE 'GRNIACCR'.
           03 WS-ACCT-STOCK-VARIANCE   PIC X(8) VALUE 'STKVARNC'.

      * The period posted - the calendar month before the run date.
      * Its last day is the journal's posting date; its first day is
      * the date the run is logged under
       01  WS-RUN-MONTH-START          PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH-PARTS REDEFINES WS-RUN-MONTH-START.
           03 FILLER                   PIC X(6).
           03 WS-RUN-MONTH-DAY         PIC 9(2).

       01  WS-PERIOD-END-DATE          PIC 9(8) VALUE ZERO.

       01  WS-PERIOD-START-DATE        PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-DATE.
           03 WS-PERIOD                PIC X(6).
           03 WS-PERIOD-START-DAY      PIC 9(2).

      * Net spend per charge department, subscripted by department
      * number plus one so every possible department has an entry
       01  WS-DEPT-SPEND-TABLE.
           03 WS-DEPT-NET-SPEND        PIC S9(11)V99
                                       OCCURS 1000 TIMES.
       01  WS-DEPT-INDEX               PIC 9(4) VALUE ZERO.

       01  WS-TOTAL-DEPT-SPEND         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-RECEIPTS           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-VARIANCE           PIC S9(11)V99 VALUE ZERO.

      * Journal lines are built here first and only written once
      * they are known to balance. 1000 department lines plus the
      * balance sheet lines
       01  WS-JOURNAL-TABLE.
           03 WS-JOURNAL-ENTRY OCCURS 1010 TIMES.
               05 JL-ACCOUNT           PIC X(8).
               05 JL-COST-CENTRE       PIC 9(3).
               05 JL-DEBIT-CREDIT      PIC X.
               05 JL-AMOUNT            PIC 9(11)V99.
               05 JL-SOURCE            PIC X(8).
               05 JL-NARRATIVE         PIC X(30).
       01  WS-JOURNAL-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-JOURNAL-INDEX            PIC 9(4) VALUE ZERO.

      * One posting handed to ADD-JOURNAL-LINE. The amount is
      * signed - a negative amount is posted to the opposite side
       01  WS-POST-ACCOUNT             PIC X(8) VALUE SPACES.
       01  WS-POST-COST-CENTRE         PIC 9(3) VALUE ZERO.
       01  WS-POST-SIDE                PIC X   VALUE SPACE.
       01  WS-POST-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-POST-SOURCE              PIC X(8) VALUE SPACES.
       01  WS-POST-NARRATIVE           PIC X(30) VALUE SPACES.

       01  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZERO.

       01  WS-BALANCE-FLAG             PIC X   VALUE 'N'.
           88 JOURNAL-BALANCED                 VALUE 'Y'.

       01  WS-TABLE-FULL-FLAG          PIC X   VALUE 'N'.
           88 JOURNAL-TABLE-FULL               VALUE 'Y'.

      * Cost-in-force lookup - the item and date (YYYYMMDD) asked
      * for, and the unit cost found
       01  WS-PRICE-ITEM-REF           PIC 9(8) VALUE ZERO.
       01  WS-PRICE-DATE               PIC X(8) VALUE SPACES.
       01  WS-PRICE-IN-FORCE           PIC 9(3)V99 VALUE ZERO.
       01  WS-COST-TEXT                PIC X(6) VALUE SPACES.
       01  WS-COST-EDIT                PIC 9(3).99.

       01  WS-PRICE-FOUND-FLAG         PIC X   VALUE 'N'.
           88 PRICE-IN-FORCE-FOUND             VALUE 'Y'.

       01  WS-PRICE-SCAN-FLAG          PIC X   VALUE 'N'.
           88 PRICE-SCAN-DONE                  VALUE 'Y'.

       01  WS-HISTORY-SCAN-FLAG        PIC X   VALUE 'N'.
           88 HISTORY-SCAN-DONE                VALUE 'Y'.

       01  WS-RECEIPT-DATE             PIC X(8) VALUE SPACES.
       01  WS-EXTENDED-COST            PIC S9(9)V99 VALUE ZERO.
       01  WS-ADJUST-VARIANCE          PIC S9(7) VALUE ZERO.

      * Run totals
       01  WS-HISTORY-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-RECEIPT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-ADJUST-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-UNCOSTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-UNREADABLE-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(40)
              VALUE 'GENERAL LEDGER JOURNAL EXTRACT'.
           03 FILLER                   PIC X(8)  VALUE 'PERIOD '.
           03 HD-PERIOD                PIC X(6).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE 'POSTING DATE '.
           03 HD-POSTING-DATE          PIC 9(8).

       01  WS-HEADING-2.
           03 FILLER                   PIC X(10) VALUE 'ACCOUNT'.
           03 FILLER                   PIC X(6)  VALUE 'CC'.
           03 FILLER                   PIC X(6)  VALUE 'DR/CR'.
           03 FILLER                   PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'AMOUNT'.
           03 FILLER                   PIC X(10) VALUE 'SOURCE'.
           03 FILLER                   PIC X(30) VALUE 'NARRATIVE'.

       01  WS-DETAIL-LINE.
           03 DL-ACCOUNT               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-COST-CENTRE           PIC 9(3).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 DL-DEBIT-CREDIT          PIC X(2).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-SOURCE                PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-NARRATIVE             PIC X(30).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE-1.
           03 FILLER                   PIC X(33)
              VALUE 'ORDER HISTORY RECORDS POSTED   : '.
           03 CL-HISTORY-COUNT         PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-2.
           03 FILLER                   PIC X(33)
              VALUE 'GOODS RECEIPTS POSTED          : '.
           03 CL-RECEIPT-COUNT         PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-3.
           03 FILLER                   PIC X(33)
              VALUE 'STOCK TAKE ADJUSTMENTS POSTED  : '.
           03 CL-ADJUST-COUNT          PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-4.
           03 FILLER                   PIC X(33)
              VALUE 'RECORDS VALUED AT ZERO COST    : '.
           03 CL-UNCOSTED-COUNT        PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-5.
           03 FILLER                   PIC X(33)
              VALUE 'UNREADABLE ADJUSTMENT RECORDS  : '.
           03 CL-UNREADABLE-COUNT      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           03 FILLER                   PIC X(33)
              VALUE 'JOURNAL DEBIT TOTAL            : '.
           03 TL-DEBIT-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE-2.
           03 FILLER                   PIC X(33)
              VALUE 'JOURNAL CREDIT TOTAL           : '.
           03 TL-CREDIT-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RESULT-LINE.
           03 FILLER                   PIC X(33)
              VALUE 'JOURNAL RESULT                 : '.
           03 RL-RESULT                PIC X(50).

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

           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM POST-DEPARTMENT-SPEND
           PERFORM POST-GOODS-RECEIPTS
           PERFORM POST-STOCK-VARIANCES
           PERFORM BUILD-JOURNAL-LINES
           PERFORM CHECK-JOURNAL-BALANCE

           IF JOURNAL-BALANCED
               PERFORM WRITE-JOURNAL-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

      *    An unbalanced journal is never handed to the ledger. The
      *    run is left STARTED on the run-log so it can be rerun for
      *    the same period once the cause is put right
           IF NOT JOURNAL-BALANCED
               DISPLAY 'DFH0XCGL: JOURNAL FOR PERIOD ' WS-PERIOD
                       ' NOT BALANCED - RUN REJECTED'
               CLOSE RUNLOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RUN-CONTROL-COMPLETE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Work out the period this run posts - the calendar month       *
      * before the run date - and its first and last days             *
      *================================================================*
        DETERMINE-JOURNAL-PERIOD.
           MOVE WS-RC-RUN-DATE TO WS-RUN-MONTH-START
           MOVE 1 TO WS-RUN-MONTH-DAY
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-MONTH-START) - 1)
           MOVE WS-PERIOD-END-DATE TO WS-PERIOD-START-DATE
           MOVE 1 TO WS-PERIOD-START-DAY
           EXIT.

        OPEN-ALL-FILES.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'DFH0XCGL: UNABLE TO OPEN HISTORY FILE - '
                       'STATUS ' WS-HISTORY-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PORDER-FILE
           IF NOT PORDER-OK
               DISPLAY 'DFH0XCGL: UNABLE TO OPEN PURCHASE ORDER FILE - '
                       'STATUS ' WS-PORDER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PRICE-HISTORY-FILE
           IF NOT PRCHST-OK
               DISPLAY 'DFH0XCGL: UNABLE TO OPEN PRICE HISTORY FILE - '
                       'STATUS ' WS-PRCHST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCGL: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           OPEN INPUT ADJUST-FILE
           IF NOT ADJUST-OK
               DISPLAY 'DFH0XCGL: UNABLE TO OPEN ADJUSTMENT LOG - '
                       'STATUS ' WS-ADJUST-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCGL: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-PERIOD TO HD-PERIOD
           MOVE WS-PERIOD-END-DATE TO HD-POSTING-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2
           EXIT.

      *================================================================*
      * Net the period's order history into spend per charge         *
      * department. The history is keyed date first, so the browse    *
      * starts at the first day of the period and stops at the first  *
      * record after it. Orders add; cancellations and goods returns  *
      * net off, as on the departmental report                        *
      *================================================================*
        POST-DEPARTMENT-SPEND.
           INITIALIZE WS-DEPT-SPEND-TABLE
           MOVE 'N' TO WS-HISTORY-SCAN-FLAG

           MOVE LOW-VALUES TO ORDH-KEY
           MOVE WS-PERIOD-START-DATE TO ORDH-DATE
           START HISTORY-FILE
               KEY IS NOT LESS THAN ORDH-KEY
           END-START

           IF HISTORY-OK
               PERFORM READ-NEXT-HISTORY-RECORD
               PERFORM PROCESS-HISTORY-RECORD
                   UNTIL HISTORY-SCAN-DONE
           END-IF
           EXIT.

        READ-NEXT-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END SET HISTORY-SCAN-DONE TO TRUE
           END-READ
           IF NOT HISTORY-OK
               SET HISTORY-SCAN-DONE TO TRUE
           END-IF
           EXIT.

        PROCESS-HISTORY-RECORD.
           IF ORDH-DATE(1:6) NOT EQUAL WS-PERIOD
               SET HISTORY-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

      *    A record with no readable charge department is charged
      *    to department zero so its value is still posted
           IF ORDH-CHARGE-DEPT NUMERIC
               COMPUTE WS-DEPT-INDEX = ORDH-CHARGE-DEPT + 1
           ELSE
               MOVE 1 TO WS-DEPT-INDEX
           END-IF
           EVALUATE ORDH-REQUEST-ID
               WHEN '01ORDR'
               WHEN '01ORDM'
                   PERFORM VALUE-HISTORY-RECORD
                   ADD WS-EXTENDED-COST
                       TO WS-DEPT-NET-SPEND(WS-DEPT-INDEX)
                   ADD 1 TO WS-HISTORY-COUNT
               WHEN '01CANC'
               WHEN '01ORET'
                   PERFORM VALUE-HISTORY-RECORD
                   SUBTRACT WS-EXTENDED-COST
                       FROM WS-DEPT-NET-SPEND(WS-DEPT-INDEX)
                   ADD 1 TO WS-HISTORY-COUNT
           END-EVALUATE

           PERFORM READ-NEXT-HISTORY-RECORD
           EXIT.

      *================================================================*
      * Value a history record at the unit cost stamped on it. A      *
      * record from before cost stamping falls back to the catalog    *
      * cost in force on the order date                               *
      *================================================================*
        VALUE-HISTORY-RECORD.
           IF ORDH-UNIT-COST NUMERIC
               MOVE ORDH-UNIT-COST TO WS-PRICE-IN-FORCE
           ELSE
               MOVE ORDH-ITEM-REF-NUMBER TO WS-PRICE-ITEM-REF
               MOVE ORDH-DATE TO WS-PRICE-DATE
               PERFORM FIND-PRICE-IN-FORCE
           END-IF
           COMPUTE WS-EXTENDED-COST =
               WS-PRICE-IN-FORCE * ORDH-QUANTITY-REQ
           EXIT.

      *================================================================*
      * Total the goods receipts booked in during the period, each    *
      * valued at the catalog cost in force on its receipt date       *
      *================================================================*
        POST-GOODS-RECEIPTS.
           PERFORM READ-NEXT-PURCHASE-ORDER
           PERFORM PROCESS-PURCHASE-ORDER
               UNTIL PORDER-EOF
           EXIT.

        READ-NEXT-PURCHASE-ORDER.
           READ PORDER-FILE NEXT RECORD
               AT END SET PORDER-EOF TO TRUE
           END-READ
           IF NOT PORDER-OK AND NOT PORDER-EOF
               DISPLAY 'DFH0XCGL: PURCHASE ORDER FILE READ FAILED - '
                       'STATUS ' WS-PORDER-STATUS
               SET PORDER-EOF TO TRUE
           END-IF
           EXIT.

        PROCESS-PURCHASE-ORDER.
      *    The purchase order holds the receipt date as MMDDYYYY;
      *    the period and the price history are YYYYMMDD
           IF PORD-STATUS-RECEIVED
               MOVE PORD-RECEIVED-DATE(5:4) TO WS-RECEIPT-DATE(1:4)
               MOVE PORD-RECEIVED-DATE(1:2) TO WS-RECEIPT-DATE(5:2)
               MOVE PORD-RECEIVED-DATE(3:2) TO WS-RECEIPT-DATE(7:2)
               IF WS-RECEIPT-DATE(1:6) EQUAL WS-PERIOD
                   MOVE PORD-ITEM-REF TO WS-PRICE-ITEM-REF
                   MOVE WS-RECEIPT-DATE TO WS-PRICE-DATE
                   PERFORM FIND-PRICE-IN-FORCE
                   COMPUTE WS-EXTENDED-COST =
                       WS-PRICE-IN-FORCE * PORD-QTY-RECEIVED
                   ADD WS-EXTENDED-COST TO WS-TOTAL-RECEIPTS
                   ADD 1 TO WS-RECEIPT-COUNT
               END-IF
           END-IF

           PERFORM READ-NEXT-PURCHASE-ORDER
           EXIT.

      *================================================================*
      * Total the stock take adjustments logged during the period,    *
      * each valued at the catalog cost in force on the count date.   *
      * A gain is positive, a loss negative. Every generation of the  *
      * log is read and lines from other periods passed over; a line  *
      * still in the layout used before the item reference was        *
      * widened is read in that layout. A line that cannot be read    *
      * and may belong to the period is counted, and rejects the run  *
      *================================================================*
        POST-STOCK-VARIANCES.
           PERFORM READ-NEXT-ADJUSTMENT
           PERFORM PROCESS-ADJUSTMENT
               UNTIL ADJUST-EOF
           EXIT.

        READ-NEXT-ADJUSTMENT.
           READ ADJUST-FILE
               AT END SET ADJUST-EOF TO TRUE
           END-READ
           EXIT.

        PROCESS-ADJUSTMENT.
           EVALUATE TRUE
               WHEN ADJ-RUN-DATE NOT NUMERIC
                   PERFORM REJECT-ADJUSTMENT
               WHEN ADJ-RUN-PERIOD NOT EQUAL WS-PERIOD
                   CONTINUE
               WHEN OADJ-BEFORE-LABEL EQUAL ' BEFORE='
                   IF OADJ-ITEM-REF NUMERIC AND
                      OADJ-VARIANCE NUMERIC
                       MOVE OADJ-ITEM-REF TO WS-PRICE-ITEM-REF
                       MOVE OADJ-VARIANCE TO WS-ADJUST-VARIANCE
                       PERFORM VALUE-ADJUSTMENT
                   ELSE
                       PERFORM REJECT-ADJUSTMENT
                   END-IF
               WHEN ADJ-ITEM-REF NUMERIC AND
                    ADJ-VARIANCE NUMERIC
                   MOVE ADJ-ITEM-REF TO WS-PRICE-ITEM-REF
                   MOVE ADJ-VARIANCE TO WS-ADJUST-VARIANCE
                   PERFORM VALUE-ADJUSTMENT
               WHEN OTHER
                   PERFORM REJECT-ADJUSTMENT
           END-EVALUATE

           PERFORM READ-NEXT-ADJUSTMENT
           EXIT.

        VALUE-ADJUSTMENT.
           MOVE ADJ-RUN-DATE TO WS-PRICE-DATE
           PERFORM FIND-PRICE-IN-FORCE
           COMPUTE WS-EXTENDED-COST =
               WS-PRICE-IN-FORCE * WS-ADJUST-VARIANCE
           ADD WS-EXTENDED-COST TO WS-TOTAL-VARIANCE
           ADD 1 TO WS-ADJUST-COUNT
           EXIT.

        REJECT-ADJUSTMENT.
           DISPLAY 'DFH0XCGL: UNREADABLE ADJUSTMENT RECORD - '
                   ADJUST-RECORD
           ADD 1 TO WS-UNREADABLE-COUNT
           EXIT.

      *================================================================*
      * Find the catalog cost in force for an item on a date. The     *
      * item's price changes are read in date order: the newest       *
      * change on or before the date gives its new cost; if the first *
      * change falls after the date its old cost was the one in       *
      * force; an item with no changes at all is still at its current *
      * catalog cost. An item with no usable cost is valued at zero   *
      * and counted so the report says how many records that affected *
      *================================================================*
        FIND-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-FOUND-FLAG
           MOVE 'N' TO WS-PRICE-SCAN-FLAG
           MOVE SPACES TO WS-COST-TEXT

           MOVE LOW-VALUES TO PRCH-KEY
           MOVE WS-PRICE-ITEM-REF TO PRCH-ITEM-REF
           START PRICE-HISTORY-FILE
               KEY IS NOT LESS THAN PRCH-KEY
           END-START

           IF PRCHST-OK
               PERFORM READ-NEXT-PRICE-CHANGE
               PERFORM CHECK-PRICE-CHANGE
                   UNTIL PRICE-SCAN-DONE
           END-IF

           IF NOT PRICE-IN-FORCE-FOUND
               MOVE WS-PRICE-ITEM-REF TO CAT-ITEM-REF
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
           MOVE ZERO TO WS-PRICE-IN-FORCE
           IF PRICE-IN-FORCE-FOUND AND
              FUNCTION TEST-NUMVAL(WS-COST-TEXT) EQUAL ZERO
               COMPUTE WS-PRICE-IN-FORCE =
                   FUNCTION NUMVAL(WS-COST-TEXT)
           ELSE
               ADD 1 TO WS-UNCOSTED-COUNT
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
           IF PRCH-ITEM-REF NOT EQUAL WS-PRICE-ITEM-REF
               SET PRICE-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PRCH-DATE NOT GREATER THAN WS-PRICE-DATE
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
      * Turn the period's totals into journal lines:                  *
      *   department spend - debit each department's spend, credit    *
      *                      inventory with the total                 *
      *   goods receipts   - debit inventory, credit goods received   *
      *                      not invoiced                             *
      *   stock variances  - debit inventory with the net gain,       *
      *                      credit the stock variance account        *
      * A negative net amount posts to the opposite side              *
      *================================================================*
        BUILD-JOURNAL-LINES.
           MOVE ZERO TO WS-TOTAL-DEPT-SPEND
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX GREATER THAN 1000
               IF WS-DEPT-NET-SPEND(WS-DEPT-INDEX) NOT EQUAL ZERO
                   MOVE WS-ACCT-DEPT-SPEND TO WS-POST-ACCOUNT
                   COMPUTE WS-POST-COST-CENTRE = WS-DEPT-INDEX - 1
                   MOVE 'D' TO WS-POST-SIDE
                   MOVE WS-DEPT-NET-SPEND(WS-DEPT-INDEX)
                       TO WS-POST-AMOUNT
                   MOVE 'EXORDHST' TO WS-POST-SOURCE
                   MOVE 'NET DEPARTMENT SPEND' TO WS-POST-NARRATIVE
                   PERFORM ADD-JOURNAL-LINE
                   ADD WS-DEPT-NET-SPEND(WS-DEPT-INDEX)
                       TO WS-TOTAL-DEPT-SPEND
               END-IF
           END-PERFORM

           MOVE WS-ACCT-INVENTORY TO WS-POST-ACCOUNT
           MOVE ZERO TO WS-POST-COST-CENTRE
           MOVE 'C' TO WS-POST-SIDE
           MOVE WS-TOTAL-DEPT-SPEND TO WS-POST-AMOUNT
           MOVE 'EXORDHST' TO WS-POST-SOURCE
           MOVE 'STOCK ISSUED TO DEPARTMENTS' TO WS-POST-NARRATIVE
           PERFORM ADD-JOURNAL-LINE

           MOVE WS-ACCT-INVENTORY TO WS-POST-ACCOUNT
           MOVE 'D' TO WS-POST-SIDE
           MOVE WS-TOTAL-RECEIPTS TO WS-POST-AMOUNT
           MOVE 'EXPOFILE' TO WS-POST-SOURCE
           MOVE 'GOODS RECEIVED' TO WS-POST-NARRATIVE
           PERFORM ADD-JOURNAL-LINE

           MOVE WS-ACCT-GRNI TO WS-POST-ACCOUNT
           MOVE 'C' TO WS-POST-SIDE
           MOVE WS-TOTAL-RECEIPTS TO WS-POST-AMOUNT
           MOVE 'EXPOFILE' TO WS-POST-SOURCE
           MOVE 'GOODS RECEIVED NOT INVOICED' TO WS-POST-NARRATIVE
           PERFORM ADD-JOURNAL-LINE

           MOVE WS-ACCT-INVENTORY TO WS-POST-ACCOUNT
           MOVE 'D' TO WS-POST-SIDE
           MOVE WS-TOTAL-VARIANCE TO WS-POST-AMOUNT
           MOVE 'STKADJ' TO WS-POST-SOURCE
           MOVE 'STOCK TAKE VARIANCE' TO WS-POST-NARRATIVE
           PERFORM ADD-JOURNAL-LINE

           MOVE WS-ACCT-STOCK-VARIANCE TO WS-POST-ACCOUNT
           MOVE 'C' TO WS-POST-SIDE
           MOVE WS-TOTAL-VARIANCE TO WS-POST-AMOUNT
           MOVE 'STKADJ' TO WS-POST-SOURCE
           MOVE 'STOCK TAKE VARIANCE' TO WS-POST-NARRATIVE
           PERFORM ADD-JOURNAL-LINE
           EXIT.

      *================================================================*
      * Add one posting to the journal table and to the debit or      *
      * credit control total. A zero posting adds no line; a negative *
      * one is posted to the other side                               *
      *================================================================*
        ADD-JOURNAL-LINE.
           IF WS-POST-AMOUNT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-JOURNAL-COUNT EQUAL 1010
               SET JOURNAL-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-POST-AMOUNT LESS THAN ZERO
               IF WS-POST-SIDE EQUAL 'D'
                   MOVE 'C' TO WS-POST-SIDE
               ELSE
                   MOVE 'D' TO WS-POST-SIDE
               END-IF
               COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
           END-IF

           ADD 1 TO WS-JOURNAL-COUNT
           MOVE WS-POST-ACCOUNT TO JL-ACCOUNT(WS-JOURNAL-COUNT)
           MOVE WS-POST-COST-CENTRE
               TO JL-COST-CENTRE(WS-JOURNAL-COUNT)
           MOVE WS-POST-SIDE TO JL-DEBIT-CREDIT(WS-JOURNAL-COUNT)
           MOVE WS-POST-AMOUNT TO JL-AMOUNT(WS-JOURNAL-COUNT)
           MOVE WS-POST-SOURCE TO JL-SOURCE(WS-JOURNAL-COUNT)
           MOVE WS-POST-NARRATIVE TO JL-NARRATIVE(WS-JOURNAL-COUNT)

           IF WS-POST-SIDE EQUAL 'D'
               ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           EXIT.

      *================================================================*
      * List every journal line on the report and check the control   *
      * totals. A journal that lost a line or whose sides differ is   *
      * out of balance, and so is one missing a stock take            *
      * adjustment that could not be read                             *
      *================================================================*
        CHECK-JOURNAL-BALANCE.
           PERFORM VARYING WS-JOURNAL-INDEX FROM 1 BY 1
                   UNTIL WS-JOURNAL-INDEX GREATER THAN WS-JOURNAL-COUNT
               MOVE JL-ACCOUNT(WS-JOURNAL-INDEX) TO DL-ACCOUNT
               MOVE JL-COST-CENTRE(WS-JOURNAL-INDEX) TO DL-COST-CENTRE
               IF JL-DEBIT-CREDIT(WS-JOURNAL-INDEX) EQUAL 'D'
                   MOVE 'DR' TO DL-DEBIT-CREDIT
               ELSE
                   MOVE 'CR' TO DL-DEBIT-CREDIT
               END-IF
               MOVE JL-AMOUNT(WS-JOURNAL-INDEX) TO DL-AMOUNT
               MOVE JL-SOURCE(WS-JOURNAL-INDEX) TO DL-SOURCE
               MOVE JL-NARRATIVE(WS-JOURNAL-INDEX) TO DL-NARRATIVE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM

           IF WS-DEBIT-TOTAL EQUAL WS-CREDIT-TOTAL AND
              NOT JOURNAL-TABLE-FULL AND
              WS-UNREADABLE-COUNT EQUAL ZERO
               SET JOURNAL-BALANCED TO TRUE
           ELSE
               MOVE 'N' TO WS-BALANCE-FLAG
           END-IF
           EXIT.

      *================================================================*
      * Write the balanced journal - header, one detail record per    *
      * line and the control-total trailer                            *
      *================================================================*
        WRITE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY 'DFH0XCGL: UNABLE TO OPEN JOURNAL FILE - STATUS '
                       WS-JOURNAL-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO JOURNAL-RECORD
           SET GLJ-HEADER-RECORD TO TRUE
           MOVE WS-PERIOD TO GLJ-HDR-PERIOD
           MOVE 'CATALOG' TO GLJ-HDR-SYSTEM
           MOVE WS-RC-RUN-DATE TO GLJ-HDR-CREATED-DATE
           MOVE WS-RC-TIME-RAW(1:6) TO GLJ-HDR-CREATED-TIME
           WRITE JOURNAL-RECORD

           PERFORM VARYING WS-JOURNAL-INDEX FROM 1 BY 1
                   UNTIL WS-JOURNAL-INDEX GREATER THAN WS-JOURNAL-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               SET GLJ-DETAIL-RECORD TO TRUE
               MOVE WS-PERIOD TO GLJ-PERIOD
               MOVE WS-PERIOD-END-DATE TO GLJ-POSTING-DATE
               MOVE JL-ACCOUNT(WS-JOURNAL-INDEX) TO GLJ-ACCOUNT
               MOVE JL-COST-CENTRE(WS-JOURNAL-INDEX) TO GLJ-COST-CENTRE
               MOVE JL-DEBIT-CREDIT(WS-JOURNAL-INDEX)
                   TO GLJ-DEBIT-CREDIT
               MOVE JL-AMOUNT(WS-JOURNAL-INDEX) TO GLJ-AMOUNT
               MOVE JL-SOURCE(WS-JOURNAL-INDEX) TO GLJ-SOURCE
               MOVE JL-NARRATIVE(WS-JOURNAL-INDEX) TO GLJ-NARRATIVE
               WRITE JOURNAL-RECORD
           END-PERFORM

           MOVE SPACES TO JOURNAL-RECORD
           SET GLJ-TRAILER-RECORD TO TRUE
           MOVE WS-PERIOD TO GLJ-TRL-PERIOD
           MOVE WS-JOURNAL-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           WRITE JOURNAL-RECORD

           CLOSE JOURNAL-FILE
           EXIT.

      *================================================================*
      * Print the run counts, control totals and the result           *
      *================================================================*
        WRITE-REPORT-TOTALS.
           MOVE WS-HISTORY-COUNT TO CL-HISTORY-COUNT
           MOVE WS-RECEIPT-COUNT TO CL-RECEIPT-COUNT
           MOVE WS-ADJUST-COUNT TO CL-ADJUST-COUNT
           MOVE WS-UNCOSTED-COUNT TO CL-UNCOSTED-COUNT
           MOVE WS-UNREADABLE-COUNT TO CL-UNREADABLE-COUNT
           MOVE WS-DEBIT-TOTAL TO TL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO TL-CREDIT-TOTAL

           EVALUATE TRUE
               WHEN JOURNAL-BALANCED
                   MOVE 'BALANCED - JOURNAL WRITTEN' TO RL-RESULT
               WHEN JOURNAL-TABLE-FULL
                   MOVE 'TOO MANY LINES - RUN REJECTED' TO RL-RESULT
               WHEN WS-UNREADABLE-COUNT GREATER THAN ZERO
                   MOVE 'UNREADABLE ADJUSTMENTS - RUN REJECTED'
                       TO RL-RESULT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE - RUN REJECTED' TO RL-RESULT
           END-EVALUATE

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COUNT-LINE-1
           WRITE REPORT-LINE FROM WS-COUNT-LINE-2
           WRITE REPORT-LINE FROM WS-COUNT-LINE-3
           WRITE REPORT-LINE FROM WS-COUNT-LINE-4
           WRITE REPORT-LINE FROM WS-COUNT-LINE-5
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
           WRITE REPORT-LINE FROM WS-RESULT-LINE
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE HISTORY-FILE
           CLOSE PORDER-FILE
           CLOSE PRICE-HISTORY-FILE
           CLOSE CATALOG-FILE
           CLOSE ADJUST-FILE
           CLOSE REPORT-FILE
           EXIT.

      *================================================================*
      * Run control - refuse a second run for the same period and     *
      * log this run's start on the suite run-log file, keyed on the  *
      * first day of the period rather than the run date. A           *
      * STARTED record left by an abended run does not block the      *
      * rerun. A run-log that cannot be kept stops the job - the      *
      * whole point of the log is that the suite cannot run           *
      * unrecorded                                                    *
      *================================================================*
        RUN-CONTROL-START.
           ACCEPT WS-RC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           PERFORM DETERMINE-JOURNAL-PERIOD

           OPEN I-O RUNLOG-FILE
           IF NOT RUNLOG-OK
      *        A run-log that has never been loaded must be created
      *        for output before it can be updated
               OPEN OUTPUT RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCGL: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCGL: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-PERIOD-START-DATE TO RNL-DATE
           MOVE 'DFH0XCGL' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCGL: ALREADY RUN FOR PERIOD '
                           WS-PERIOD ' - RUN REFUSED'
                   CLOSE RUNLOG-FILE
                   STOP RUN
               END-IF
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               REWRITE RUNLOG-RECORD
           ELSE
               MOVE SPACES TO RUNLOG-RECORD
               MOVE WS-PERIOD-START-DATE TO RNL-DATE
               MOVE 'DFH0XCGL' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCGL: UNABLE TO LOG RUN START - STATUS '
                       WS-RUNLOG-STATUS
               STOP RUN
           END-IF
           EXIT.

      *================================================================*
      * Run control - mark this run complete on the suite run-log     *
      *================================================================*
        RUN-CONTROL-COMPLETE.
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-PERIOD-START-DATE TO RNL-DATE
           MOVE 'DFH0XCGL' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCGL: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
