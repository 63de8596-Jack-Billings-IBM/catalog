      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCTR                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Open Stock Transfer Aging Report           *
      *                                                                *
      * FUNCTION =                                                     *
      *      Overnight batch job that sequentially reads the stock    *
      *      transfer file (EXSTKTRF, written by DFH0XCMN for the     *
      *      '01TRFO'/'01TRFI' transfer requests) and lists every     *
      *      transfer still in transit for more than the configured   *
      *      number of days, oldest first within transfer number      *
      *      order, so the sending and receiving warehouses can       *
      *      chase stock that has left one building and not arrived  *
      *      at the other. The age limit is the TRNSF-AGE record on   *
      *      the configuration file (default 7 days). The totals     *
      *      also give the whole quantity in transit, which is the   *
      *      difference between the catalog stock figure and the sum *
      *      of the stock location figures.                           *
      *                                                                *
      * ENTRY POINT = DFH0XCTR                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCTR),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : OPEN STOCK TRANSFER REPORT  *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D2= I07544 640 261015 HDIPCB  : TRANSFER QTY WIDENED TO 7   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Stock transfer file - the EXSTKTRF KSDS written by the
      *    catalog manager, read sequentially from the beginning
           SELECT TRANSFER-FILE ASSIGN TO TRNSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-NUMBER
               FILE STATUS IS WS-TRANSFER-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the open transfer age limit
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
       FD  TRANSFER-FILE
           RECORD CONTAINS 87 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STOCK-TRANSFER-RECORD.
           COPY DFH0XTRF.

       FD  CONFIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONFIG-RECORD.
           03 CONFIG-KEY               PIC X(9).
           03 FILLER                   PIC X.
           03 CONFIG-TRANSFER-AGE      PIC 9(3).
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
                                        VALUE 'DFH0XCTR------WS'.

       01  WS-TRANSFER-STATUS          PIC XX  VALUE SPACES.
           88 TRANSFER-OK                      VALUE '00'.
           88 TRANSFER-EOF                     VALUE '10'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * Age limit - a transfer in transit for more days than this is
      * listed. A missing or unreadable TRNSF-AGE record uses the
      * default
       01  WS-TRANSFER-AGE-KEY         PIC X(9) VALUE 'TRNSF-AGE'.
       01  WS-TRANSFER-AGE-DEFAULT     PIC 9(3) VALUE 7.
       01  WS-TRANSFER-AGE-LIMIT       PIC 9(3) VALUE ZERO.

      * Date arithmetic - the transfer's sent date and today as day
      * numbers, so the age is a plain subtraction
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DAYNUM             PIC 9(7) VALUE ZERO.
       01  WS-SENT-DATE-NUM            PIC 9(8) VALUE ZERO.
       01  WS-SENT-DAYNUM              PIC 9(7) VALUE ZERO.
       01  WS-TRANSFER-AGE             PIC S9(7) VALUE ZERO.

       01  WS-RECORD-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-IN-TRANSIT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-IN-TRANSIT-QTY           PIC 9(9) VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-OVERDUE-QTY              PIC 9(9) VALUE ZERO.
       01  WS-BAD-DATE-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(44)
              VALUE 'OPEN STOCK TRANSFERS OVER AGE LIMIT'.
           03 FILLER                   PIC X(6)  VALUE 'DATE '.
           03 HD-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(11) VALUE 'AGE LIMIT '.
           03 HD-AGE-LIMIT             PIC ZZ9.
           03 FILLER                   PIC X(5)  VALUE ' DAYS'.

       01  WS-HEADING-2.
           03 FILLER                   PIC X(10) VALUE 'TRANSFER'.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(6)  VALUE 'FROM'.
           03 FILLER                   PIC X(4)  VALUE 'TO'.
           03 FILLER                   PIC X(11) VALUE 'QTY'.
           03 FILLER                   PIC X(10) VALUE 'SENT'.
           03 FILLER                   PIC X(10) VALUE 'SENT BY'.
           03 FILLER                   PIC X(6)  VALUE 'DAYS'.

       01  WS-DETAIL-LINE.
           03 DL-TRANSFER-NUMBER       PIC 9(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-FROM-LOCATION         PIC X(2).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 DL-TO-LOCATION           PIC X(2).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-QUANTITY              PIC Z(6)9.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 DL-SENT-DATE             PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-SENT-USERID           PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-AGE                   PIC ZZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-NOTE                  PIC X(16).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE-1.
           03 FILLER                   PIC X(33)
              VALUE 'TRANSFER RECORDS READ          : '.
           03 CL-RECORD-COUNT          PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-2.
           03 FILLER                   PIC X(33)
              VALUE 'TRANSFERS IN TRANSIT           : '.
           03 CL-IN-TRANSIT-COUNT      PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(12)
              VALUE '   QUANTITY '.
           03 CL-IN-TRANSIT-QTY        PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-3.
           03 FILLER                   PIC X(33)
              VALUE 'TRANSFERS OVER AGE LIMIT       : '.
           03 CL-OVERDUE-COUNT         PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(12)
              VALUE '   QUANTITY '.
           03 CL-OVERDUE-QTY           PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-4.
           03 FILLER                   PIC X(33)
              VALUE 'SENT DATE UNREADABLE (LISTED)  : '.
           03 CL-BAD-DATE-COUNT        PIC ZZZ,ZZ9.

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

           PERFORM READ-TRANSFER-AGE-LIMIT
           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-TRANSFER-RECORD
           PERFORM PROCESS-TRANSFER-RECORD
               UNTIL TRANSFER-EOF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

           PERFORM RUN-CONTROL-COMPLETE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Open the configuration file, look up the transfer age limit   *
      * record and close it again. Missing/unreadable uses the        *
      * default age limit rather than abending the report             *
      *================================================================*
        READ-TRANSFER-AGE-LIMIT.
           MOVE WS-TRANSFER-AGE-DEFAULT TO WS-TRANSFER-AGE-LIMIT
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-TRANSFER-AGE-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND CONFIG-TRANSFER-AGE NUMERIC
                   MOVE CONFIG-TRANSFER-AGE TO WS-TRANSFER-AGE-LIMIT
               END-IF
               CLOSE CONFIG-FILE
           END-IF

           MOVE WS-RC-RUN-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           EXIT.

        OPEN-ALL-FILES.
           OPEN INPUT TRANSFER-FILE
           IF NOT TRANSFER-OK
               DISPLAY 'DFH0XCTR: UNABLE TO OPEN TRANSFER FILE - '
                       'STATUS ' WS-TRANSFER-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCTR: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-TODAY-DATE TO HD-RUN-DATE
           MOVE WS-TRANSFER-AGE-LIMIT TO HD-AGE-LIMIT
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2
           EXIT.

        READ-NEXT-TRANSFER-RECORD.
           READ TRANSFER-FILE NEXT RECORD
               AT END SET TRANSFER-EOF TO TRUE
           END-READ
           EXIT.

      *================================================================*
      * Age one transfer record. Received transfers are finished      *
      * with and only counted. An in-transit transfer older than the  *
      * age limit is listed; one whose sent date cannot be read is    *
      * listed too, since nobody can say how long it has been out     *
      *================================================================*
        PROCESS-TRANSFER-RECORD.
           ADD 1 TO WS-RECORD-COUNT

           IF TRF-STATUS-IN-TRANSIT
               ADD 1 TO WS-IN-TRANSIT-COUNT
               ADD TRF-QUANTITY TO WS-IN-TRANSIT-QTY

               IF TRF-SENT-DATE NUMERIC
                   MOVE TRF-SENT-DATE TO WS-SENT-DATE-NUM
                   COMPUTE WS-SENT-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-NUM)
                   COMPUTE WS-TRANSFER-AGE =
                       WS-TODAY-DAYNUM - WS-SENT-DAYNUM
                   IF WS-TRANSFER-AGE GREATER THAN
                          WS-TRANSFER-AGE-LIMIT
                       MOVE SPACES TO DL-NOTE
                       PERFORM WRITE-OVERDUE-TRANSFER
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
                   MOVE ZERO TO WS-TRANSFER-AGE
                   MOVE 'SENT DATE BAD' TO DL-NOTE
                   PERFORM WRITE-OVERDUE-TRANSFER
               END-IF
           END-IF

           PERFORM READ-NEXT-TRANSFER-RECORD
           EXIT.

        WRITE-OVERDUE-TRANSFER.
           ADD 1 TO WS-OVERDUE-COUNT
           ADD TRF-QUANTITY TO WS-OVERDUE-QTY

           MOVE TRF-NUMBER TO DL-TRANSFER-NUMBER
           MOVE TRF-ITEM-REF TO DL-ITEM-REF
           MOVE TRF-FROM-LOCATION TO DL-FROM-LOCATION
           MOVE TRF-TO-LOCATION TO DL-TO-LOCATION
           MOVE TRF-QUANTITY TO DL-QUANTITY
           MOVE TRF-SENT-DATE TO DL-SENT-DATE
           MOVE TRF-SENT-USERID TO DL-SENT-USERID
           MOVE WS-TRANSFER-AGE TO DL-AGE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

      *================================================================*
      * Print the record, in-transit and overdue totals               *
      *================================================================*
        WRITE-REPORT-TOTALS.
           MOVE WS-RECORD-COUNT TO CL-RECORD-COUNT
           MOVE WS-IN-TRANSIT-COUNT TO CL-IN-TRANSIT-COUNT
           MOVE WS-IN-TRANSIT-QTY TO CL-IN-TRANSIT-QTY
           MOVE WS-OVERDUE-COUNT TO CL-OVERDUE-COUNT
           MOVE WS-OVERDUE-QTY TO CL-OVERDUE-QTY
           MOVE WS-BAD-DATE-COUNT TO CL-BAD-DATE-COUNT

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COUNT-LINE-1
           WRITE REPORT-LINE FROM WS-COUNT-LINE-2
           WRITE REPORT-LINE FROM WS-COUNT-LINE-3
           WRITE REPORT-LINE FROM WS-COUNT-LINE-4
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE TRANSFER-FILE
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
                   DISPLAY 'DFH0XCTR: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCTR: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCTR' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCTR: ALREADY RUN FOR BUSINESS DATE '
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
               MOVE 'DFH0XCTR' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCTR: UNABLE TO LOG RUN START - STATUS '
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
           MOVE 'DFH0XCTR' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCTR: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
