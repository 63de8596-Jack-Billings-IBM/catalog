      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCEL                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Expiring and Expired Stock Lot Report      *
      *                                                                *
      * FUNCTION =                                                     *
      *      Weekly batch report of the stock lots on the stock lot   *
      *      file (EXSTKLOT) that are running out of date. Lots are   *
      *      booked in by the '01GRCV' goods receipt with the         *
      *      supplier's lot number and expiry date, and the catalog   *
      *      manager issues the earliest expiring lot first and       *
      *      never issues from a lot once it has expired. The report  *
      *      lists, in item, location and lot order:                  *
      *        - every lot already expired that still holds stock -   *
      *          blocked from issue, to be written off or returned    *
      *          to the supplier;                                     *
      *        - every lot expiring within the next N days, with the  *
      *          days it has left, so it can be used up first.        *
      *      Each lot is shown with its quantity and its value at the *
      *      item's current CAT-COST, and each section is totalled.   *
      *      Lots with no expiry date, and lots with no stock left,   *
      *      are only counted. The window N (in days) comes from the  *
      *      LEXP-PARM configuration record.                          *
      *                                                                *
      * ENTRY POINT = DFH0XCEL                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCEL),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : LOT AND EXPIRY TRACKING     *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM REF AND LOT QTY WIDER  *
      *   $D3= I07544 640 261015 HDIPCB  : READ LOOPS AS PARAGRAPHS    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCEL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Stock lot file - the EXSTKLOT KSDS maintained by the
      *    catalog manager. Read forward from the beginning once for
      *    each section of the report
           SELECT LOT-FILE ASSIGN TO STKLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *    Catalog file - read directly by item reference for the
      *    description and unit cost of each lot listed
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the expiry window
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
       FD  LOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STOCK-LOT-RECORD.
           COPY DFH0XLOT.

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
           03 CONFIG-EXPIRY-WINDOW     PIC 9(3).
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
                                        VALUE 'DFH0XCEL------WS'.

       01  WS-LOT-STATUS               PIC XX  VALUE SPACES.
           88 LOT-OK                           VALUE '00'.
           88 LOT-EOF                          VALUE '10'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * Expiry window - a lot expiring within this many days of the
      * run date is listed as expiring. A missing or unreadable
      * LEXP-PARM record, or a zero window on it, uses the default
       01  WS-PARAMETER-KEY            PIC X(9) VALUE 'LEXP-PARM'.
       01  WS-EXPIRY-WINDOW-DEFAULT    PIC 9(3) VALUE 30.
       01  WS-EXPIRY-WINDOW            PIC 9(3) VALUE ZERO.

      * Last date inside the expiry window, YYYYMMDD
       01  WS-WINDOW-END-DATE          PIC 9(8) VALUE ZERO.

      * Section being printed
       01  WS-PRINT-SECTION            PIC X   VALUE SPACE.
           88 PRINT-EXPIRED                    VALUE 'X'.
           88 PRINT-EXPIRING                   VALUE 'W'.

      * Working fields for one lot
       01  WS-LOT-IN-SECTION-FLAG      PIC X   VALUE 'N'.
           88 LOT-IN-SECTION                   VALUE 'Y'.
       01  WS-LOT-DAYS                 PIC S9(5) VALUE ZERO.
       01  WS-COST-NUMERIC             PIC 9(6)V99 VALUE ZERO.
       01  WS-LOT-VALUE                PIC 9(11)V99 VALUE ZERO.
       01  WS-COST-INVALID-FLAG        PIC X   VALUE 'N'.
           88 COST-INVALID                     VALUE 'Y'.

      * Section totals
       01  WS-SECTION-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SECTION-QUANTITY         PIC 9(9) VALUE ZERO.
       01  WS-SECTION-VALUE            PIC 9(13)V99 VALUE ZERO.

      * Run totals
       01  WS-LOTS-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EXPIRED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-EXPIRING-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-IN-DATE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-NO-EXPIRY-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EMPTY-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-EXPIRED-VALUE            PIC 9(13)V99 VALUE ZERO.
       01  WS-EXPIRING-VALUE           PIC 9(13)V99 VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(44)
              VALUE 'EXPIRING AND EXPIRED STOCK LOTS'.
           03 FILLER                   PIC X(6)  VALUE 'DATE '.
           03 HD-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(15)
              VALUE 'EXPIRY WINDOW '.
           03 HD-EXPIRY-WINDOW         PIC ZZ9.
           03 FILLER                   PIC X(9)  VALUE ' DAYS TO '.
           03 HD-WINDOW-END-DATE       PIC 9(8).

       01  WS-SECTION-HEADING.
           03 SH-TITLE                 PIC X(60).

       01  WS-COLUMN-HEADING-1.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(6)  VALUE 'LOCN'.
           03 FILLER                   PIC X(10) VALUE 'LOT'.
           03 FILLER                   PIC X(10) VALUE 'EXPIRES'.
           03 FILLER                   PIC X(7)  VALUE '   DAYS'.
           03 FILLER                   PIC X(12)
              VALUE '         QTY'.
           03 FILLER                   PIC X(11) VALUE '       UNIT'.
           03 FILLER                   PIC X(14)
              VALUE '         STOCK'.
           03 FILLER                   PIC X(10) VALUE '  RECEIVED'.

       01  WS-COLUMN-HEADING-2.
           03 FILLER                   PIC X(78) VALUE SPACES.
           03 SH-DAYS-TITLE            PIC X(7)  VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE SPACES.
           03 FILLER                   PIC X(11) VALUE '       COST'.
           03 FILLER                   PIC X(14)
              VALUE '         VALUE'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DESCRIPTION           PIC X(40).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-LOCATION              PIC X(2).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 DL-LOT-NUMBER            PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-EXPIRY-DATE           PIC 9(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DAYS                  PIC ZZ,ZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-QUANTITY              PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-COST                  PIC ZZZ,ZZ9.99.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DL-VALUE                 PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-RECEIVED-DATE         PIC X(8).

       01  WS-SECTION-TOTAL-LINE.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE 'LOTS : '.
           03 ST-LOT-COUNT             PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(11) VALUE 'QUANTITY : '.
           03 ST-QUANTITY              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE 'STOCK VALUE : '.
           03 ST-VALUE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NONE-LINE.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE 'NO LOTS'.

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE-1.
           03 FILLER                   PIC X(33)
              VALUE 'STOCK LOT RECORDS READ         : '.
           03 CL-LOTS-READ-COUNT       PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-2.
           03 FILLER                   PIC X(33)
              VALUE '  EXPIRED, HOLDING STOCK       : '.
           03 CL-EXPIRED-COUNT         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(11) VALUE '   VALUE : '.
           03 CL-EXPIRED-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE-3.
           03 FILLER                   PIC X(33)
              VALUE '  EXPIRING WITHIN THE WINDOW   : '.
           03 CL-EXPIRING-COUNT        PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(11) VALUE '   VALUE : '.
           03 CL-EXPIRING-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE-4.
           03 FILLER                   PIC X(33)
              VALUE '  IN DATE BEYOND THE WINDOW    : '.
           03 CL-IN-DATE-COUNT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-5.
           03 FILLER                   PIC X(33)
              VALUE '  NO EXPIRY DATE               : '.
           03 CL-NO-EXPIRY-COUNT       PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-6.
           03 FILLER                   PIC X(33)
              VALUE '  NO STOCK LEFT                : '.
           03 CL-EMPTY-COUNT           PIC ZZZ,ZZZ,ZZ9.

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

           PERFORM READ-REPORT-PARAMETERS
           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM COUNT-ALL-LOTS

           SET PRINT-EXPIRED TO TRUE
           MOVE 'EXPIRED LOTS - BLOCKED FROM ISSUE' TO SH-TITLE
           MOVE '   OVER' TO SH-DAYS-TITLE
           PERFORM PRINT-LOT-SECTION
           MOVE WS-SECTION-VALUE TO WS-EXPIRED-VALUE

           SET PRINT-EXPIRING TO TRUE
           MOVE SPACES TO SH-TITLE
           STRING 'LOTS EXPIRING WITHIN ' HD-EXPIRY-WINDOW ' DAYS'
               DELIMITED BY SIZE
               INTO SH-TITLE
           END-STRING
           MOVE '   LEFT' TO SH-DAYS-TITLE
           PERFORM PRINT-LOT-SECTION
           MOVE WS-SECTION-VALUE TO WS-EXPIRING-VALUE

           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

           PERFORM RUN-CONTROL-COMPLETE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Open the configuration file, look up the expiry window and    *
      * close it again. A missing/unreadable record, or a zero or     *
      * non-numeric window on it, uses the default. The window's last *
      * date is worked out from the run date                          *
      *================================================================*
        READ-REPORT-PARAMETERS.
           MOVE WS-EXPIRY-WINDOW-DEFAULT TO WS-EXPIRY-WINDOW
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-PARAMETER-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND CONFIG-EXPIRY-WINDOW NUMERIC AND
                  CONFIG-EXPIRY-WINDOW GREATER THAN ZERO
                   MOVE CONFIG-EXPIRY-WINDOW TO WS-EXPIRY-WINDOW
               END-IF
               CLOSE CONFIG-FILE
           END-IF

           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RC-RUN-DATE)
               + WS-EXPIRY-WINDOW)
           EXIT.

        OPEN-ALL-FILES.
           OPEN INPUT LOT-FILE
           IF NOT LOT-OK
               DISPLAY 'DFH0XCEL: UNABLE TO OPEN STOCK LOT FILE - '
                       'STATUS ' WS-LOT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCEL: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCEL: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-RC-RUN-DATE TO HD-RUN-DATE
           MOVE WS-EXPIRY-WINDOW TO HD-EXPIRY-WINDOW
           MOVE WS-WINDOW-END-DATE TO HD-WINDOW-END-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           EXIT.

      *================================================================*
      * Position the stock lot file at its first lot for a pass       *
      *================================================================*
        POSITION-LOT-FILE.
           MOVE LOW-VALUES TO LOT-KEY
           START LOT-FILE
               KEY IS NOT LESS THAN LOT-KEY
           END-START
           IF NOT LOT-OK
               SET LOT-EOF TO TRUE
           END-IF
           EXIT.

        READ-NEXT-LOT-RECORD.
           IF NOT LOT-EOF
               READ LOT-FILE NEXT RECORD
                   AT END SET LOT-EOF TO TRUE
               END-READ
               IF NOT LOT-OK AND NOT LOT-EOF
                   DISPLAY 'DFH0XCEL: STOCK LOT READ FAILED - STATUS '
                           WS-LOT-STATUS
                   SET LOT-EOF TO TRUE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * First pass - count every lot by where it stands against the   *
      * run date and the expiry window                                *
      *================================================================*
        COUNT-ALL-LOTS.
           PERFORM POSITION-LOT-FILE
           PERFORM READ-NEXT-LOT-RECORD
           PERFORM COUNT-ONE-LOT
               UNTIL LOT-EOF
           EXIT.

        COUNT-ONE-LOT.
           ADD 1 TO WS-LOTS-READ-COUNT
           EVALUATE TRUE
               WHEN LOT-QUANTITY EQUAL ZERO
                   ADD 1 TO WS-EMPTY-COUNT
               WHEN LOT-EXPIRY-DATE EQUAL ZERO
                   ADD 1 TO WS-NO-EXPIRY-COUNT
               WHEN LOT-EXPIRY-DATE LESS THAN WS-RC-RUN-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN LOT-EXPIRY-DATE NOT GREATER THAN
                        WS-WINDOW-END-DATE
                   ADD 1 TO WS-EXPIRING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-IN-DATE-COUNT
           END-EVALUATE
           PERFORM READ-NEXT-LOT-RECORD
           EXIT.

      *================================================================*
      * Print the lots of one section (WS-PRINT-SECTION) in item,     *
      * location and lot order, with the section's lot count,         *
      * quantity and stock value                                      *
      *================================================================*
        PRINT-LOT-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-QUANTITY
           MOVE ZERO TO WS-SECTION-VALUE

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2

           PERFORM POSITION-LOT-FILE
           PERFORM READ-NEXT-LOT-RECORD
           PERFORM PRINT-SECTION-LOT
               UNTIL LOT-EOF

           IF WS-SECTION-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO ST-LOT-COUNT
               MOVE WS-SECTION-QUANTITY TO ST-QUANTITY
               MOVE WS-SECTION-VALUE TO ST-VALUE
               WRITE REPORT-LINE FROM WS-SECTION-TOTAL-LINE
           END-IF
           EXIT.

        PRINT-SECTION-LOT.
           MOVE 'N' TO WS-LOT-IN-SECTION-FLAG
           IF LOT-QUANTITY GREATER THAN ZERO AND
              LOT-EXPIRY-DATE GREATER THAN ZERO
               EVALUATE TRUE
                   WHEN PRINT-EXPIRED
                       IF LOT-EXPIRY-DATE LESS THAN WS-RC-RUN-DATE
                           SET LOT-IN-SECTION TO TRUE
                       END-IF
                   WHEN PRINT-EXPIRING
                       IF LOT-EXPIRY-DATE NOT LESS THAN
                              WS-RC-RUN-DATE AND
                          LOT-EXPIRY-DATE NOT GREATER THAN
                              WS-WINDOW-END-DATE
                           SET LOT-IN-SECTION TO TRUE
                       END-IF
               END-EVALUATE
           END-IF

           IF LOT-IN-SECTION
               PERFORM CALCULATE-LOT-FIGURES
               PERFORM WRITE-LOT-DETAIL-LINE
               ADD 1 TO WS-SECTION-COUNT
               ADD LOT-QUANTITY TO WS-SECTION-QUANTITY
               ADD WS-LOT-VALUE TO WS-SECTION-VALUE
           END-IF

           PERFORM READ-NEXT-LOT-RECORD
           EXIT.

      *================================================================*
      * Look up the lot's item and work out its value and the days    *
      * since it expired or left until it does. An item no longer on  *
      * the catalog, or one with an unreadable cost, is valued at     *
      * zero                                                          *
      *================================================================*
        CALCULATE-LOT-FIGURES.
           MOVE LOT-ITEM-REF TO CAT-ITEM-REF
           READ CATALOG-FILE
               KEY IS CAT-ITEM-REF
           END-READ
           IF NOT CATALOG-OK
               MOVE SPACES TO CATALOG-RECORD
               MOVE '*** NOT ON CATALOG ***' TO CAT-DESCRIPTION
           END-IF

      *    CAT-COST is checked numeric before being trusted, as the
      *    stock valuation report does
           MOVE 'N' TO WS-COST-INVALID-FLAG
           IF CAT-COST NUMERIC
               MOVE CAT-COST TO WS-COST-NUMERIC
           ELSE
               MOVE ZERO TO WS-COST-NUMERIC
               MOVE 'Y' TO WS-COST-INVALID-FLAG
               DISPLAY 'DFH0XCEL: INVALID COST ON ITEM ' LOT-ITEM-REF
                       ' - VALUED AT ZERO'
           END-IF
           COMPUTE WS-LOT-VALUE = WS-COST-NUMERIC * LOT-QUANTITY

           COMPUTE WS-LOT-DAYS =
               FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-RC-RUN-DATE)
           IF WS-LOT-DAYS LESS THAN ZERO
               COMPUTE WS-LOT-DAYS = ZERO - WS-LOT-DAYS
           END-IF
           EXIT.

        WRITE-LOT-DETAIL-LINE.
           MOVE LOT-ITEM-REF TO DL-ITEM-REF
           MOVE CAT-DESCRIPTION TO DL-DESCRIPTION
           MOVE LOT-LOCATION TO DL-LOCATION
           MOVE LOT-NUMBER TO DL-LOT-NUMBER
           MOVE LOT-EXPIRY-DATE TO DL-EXPIRY-DATE
           MOVE WS-LOT-DAYS TO DL-DAYS
           MOVE LOT-QUANTITY TO DL-QUANTITY
           MOVE WS-COST-NUMERIC TO DL-COST
           MOVE WS-LOT-VALUE TO DL-VALUE
           MOVE LOT-RECEIVED-DATE TO DL-RECEIVED-DATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

      *================================================================*
      * Print the run totals                                          *
      *================================================================*
        WRITE-REPORT-TOTALS.
           MOVE WS-LOTS-READ-COUNT TO CL-LOTS-READ-COUNT
           MOVE WS-EXPIRED-COUNT TO CL-EXPIRED-COUNT
           MOVE WS-EXPIRED-VALUE TO CL-EXPIRED-VALUE
           MOVE WS-EXPIRING-COUNT TO CL-EXPIRING-COUNT
           MOVE WS-EXPIRING-VALUE TO CL-EXPIRING-VALUE
           MOVE WS-IN-DATE-COUNT TO CL-IN-DATE-COUNT
           MOVE WS-NO-EXPIRY-COUNT TO CL-NO-EXPIRY-COUNT
           MOVE WS-EMPTY-COUNT TO CL-EMPTY-COUNT

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COUNT-LINE-1
           WRITE REPORT-LINE FROM WS-COUNT-LINE-2
           WRITE REPORT-LINE FROM WS-COUNT-LINE-3
           WRITE REPORT-LINE FROM WS-COUNT-LINE-4
           WRITE REPORT-LINE FROM WS-COUNT-LINE-5
           WRITE REPORT-LINE FROM WS-COUNT-LINE-6
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE LOT-FILE
           CLOSE CATALOG-FILE
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
                   DISPLAY 'DFH0XCEL: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCEL: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCEL' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCEL: ALREADY RUN FOR BUSINESS DATE '
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
               MOVE 'DFH0XCEL' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCEL: UNABLE TO LOG RUN START - STATUS '
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
           MOVE 'DFH0XCEL' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCEL: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
