      *      cost, stock, on-order) since that is the only shape of   *
      *      catalog data this application defines. Items marked      *
      *      discontinued on the item status file are excluded from   *
      *      the valuation and counted separately. Each item's        *
      *      reorder point is its own figure from the item reorder    *
      *      parameter file, or REORD-PNT for an item with none.      *
      *      The job only runs once the stock and purchasing         *
      *      reconciliation (DFH0XCXR) has completed for the same     *
      *      business date, so the valuation is never taken from      *
      *      catalog figures known to be out of step.                 *
      *                                                                *
      * ENTRY POINT = DFH0XCVR                                         *
      *                                                                *
      *   $D0= I07544 640 040910 HDIPCB  : NIGHTLY STOCK VALUATION RPT *
      *   $D1= I07544 640 041126 HDIPCB  : CHECKPOINT/RESTART SUPPORT  *
      *   $D2= I07544 640 260901 HDIPCB  : EXCLUDE DISCONTINUED ITEMS  *
      *   $D3= I07544 640 261015 HDIPCB  : PER-ITEM REORDER POINT      *
      *   $D4= I07544 640 261015 HDIPCB  : RUN AFTER RECONCILIATION    *
      *                                                                *
      *   $DA= I07544 640 260901 HDIPCB  : BATCH SUITE RUN CONTROL    *
      *   $DB= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $DC= I07544 640 261015 HDIPCB  : EIGHT DIGIT ITEM REFERENCES *
      *   $DD= I07544 640 261015 HDIPCB  : REORDER POINT WIDENED TO 7  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCVR.
               RECORD KEY IS ITST-ITEM-REF
               FILE STATUS IS WS-STATUS-STATUS.

      *    Item reorder parameter file - read directly by item
      *    reference for the item's own reorder point. The file is
      *    optional: if it cannot be opened, or an item has no
      *    record, the REORD-PNT reorder point applies
           SELECT REORDER-FILE ASSIGN TO IRPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRP-ITEM-REF
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           COPY DFH0XCAT.

       FD  CONFIG-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  ITEM-STATUS-RECORD.
           COPY DFH0XIST.

       FD  REORDER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REORDER-PARAMETER-RECORD.
           COPY DFH0XIRP.

       FD  RESTART-FILE
           RECORD CONTAINS 43 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RESTART-RECORD.
           03 RS-STATUS                PIC X(8).
           03 RS-LAST-ITEM-REF         PIC 9(8).
           03 RS-GRAND-TOTAL           PIC 9(11)V99.
           03 RS-ITEM-COUNT            PIC 9(7).
           03 RS-LOW-STOCK-COUNT       PIC 9(7).
       01  WS-STATUS-AVAIL-FLAG        PIC X   VALUE 'N'.
           88 STATUS-FILE-AVAILABLE            VALUE 'Y'.

       01  WS-REORDER-STATUS           PIC XX  VALUE SPACES.
           88 REORDER-OK                       VALUE '00'.

       01  WS-REORDER-AVAIL-FLAG       PIC X   VALUE 'N'.
           88 REORDER-FILE-AVAILABLE           VALUE 'Y'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * most one interval of rework instead of the whole run
       01  WS-CHECKPOINT-INTERVAL      PIC 9(3) VALUE 100.
       01  WS-CHECKPOINT-COUNTER       PIC 9(3) VALUE ZERO.
       01  WS-LAST-ITEM-PROCESSED      PIC 9(8) VALUE ZERO.

       01  WS-RESUMING-FLAG            PIC X   VALUE 'N'.
           88 RESUMING-FROM-CHECKPOINT         VALUE 'Y'.
       01  WS-RESUME-ITEM-REF          PIC 9(8) VALUE ZERO.

       01  WS-REORDER-POINT-KEY        PIC X(9) VALUE 'REORD-PNT'.
       01  WS-REORDER-POINT            PIC 9(4) VALUE ZERO.
       01  WS-ITEM-REORDER-POINT       PIC 9(7) VALUE ZERO.

       01  WS-COST-NUMERIC             PIC 9(3)V99 VALUE ZERO.
       01  WS-EXTENDED-COST            PIC 9(10)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-LOW-STOCK-COUNT          PIC 9(7) VALUE ZERO.
           03 FILLER                   PIC X(12) VALUE SPACES.
           03 FILLER                   PIC X(40) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(6)  VALUE 'STOCK'.
           03 FILLER                   PIC X(9)  VALUE SPACES.
           03 FILLER                   PIC X(6)  VALUE 'COST'.
           03 FILLER                   PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE 'EXTENDED COST'.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE 'LOW STOCK'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF               PIC Z(7)9.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-DESCRIPTION            PIC X(40).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-STOCK                  PIC Z,ZZZ,ZZ9.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-COST                   PIC ZZ9.99.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-EXTENDED               PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 DL-LOW-FLAG               PIC X(9).

       01  WS-RESTART-LINE.
           03 FILLER                    PIC X(21)
              VALUE 'RESTARTED AFTER ITEM '.
           03 RL-RESUME-ITEM-REF        PIC Z(7)9.
           03 FILLER                    PIC X(40)
              VALUE ' - EARLIER DETAIL LINES ON THE PRIOR RUN'.

       01  WS-RC-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RC-TIME-RAW              PIC 9(8) VALUE ZERO.

      * Job that must have completed for the business date before
      * the valuation may run
       01  WS-RC-PREREQ-JOB            PIC X(8) VALUE 'DFH0XCXR'.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************

           PERFORM OPEN-REPORT-FILES
           PERFORM OPEN-STATUS-FILE
           PERFORM OPEN-REORDER-FILE
           PERFORM READ-REORDER-POINT
           PERFORM READ-RESTART-CHECKPOINT
           PERFORM OPEN-CATALOG-FILE
           END-IF
           EXIT.

      *================================================================*
      * Open the item reorder parameter file. It is optional - if it  *
      * cannot be opened every item uses the REORD-PNT reorder point  *
      *================================================================*
        OPEN-REORDER-FILE.
           MOVE 'N' TO WS-REORDER-AVAIL-FLAG
           OPEN INPUT REORDER-FILE
           IF REORDER-OK
               MOVE 'Y' TO WS-REORDER-AVAIL-FLAG
           END-IF
           EXIT.

        OPEN-REPORT-FILES.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               END-IF
           END-IF

      *    CAT-COST is validated before being trusted - an item with
      *    unreadable cost data is valued at zero rather than abending
      *    the whole nightly finance run
           IF CAT-COST NUMERIC
               MOVE CAT-COST TO WS-COST-NUMERIC
           ELSE
               MOVE ZERO TO WS-COST-NUMERIC
               DISPLAY 'DFH0XCVR: INVALID COST ON ITEM ' CAT-ITEM-REF
           MOVE WS-COST-NUMERIC TO DL-COST
           MOVE WS-EXTENDED-COST TO DL-EXTENDED

      *    The item's own reorder point when it has one, otherwise
      *    the catalog-wide REORD-PNT figure
           MOVE WS-REORDER-POINT TO WS-ITEM-REORDER-POINT
           IF REORDER-FILE-AVAILABLE
               MOVE CAT-ITEM-REF TO IRP-ITEM-REF
               READ REORDER-FILE
                   KEY IS IRP-ITEM-REF
               END-READ
               IF REORDER-OK AND IRP-REORDER-POINT NUMERIC
                   MOVE IRP-REORDER-POINT TO WS-ITEM-REORDER-POINT
               END-IF
           END-IF

           IF WS-ITEM-REORDER-POINT GREATER THAN ZERO AND
              CAT-STOCK NOT GREATER THAN WS-ITEM-REORDER-POINT
               ADD 1 TO WS-LOW-STOCK-COUNT
               MOVE 'LOW STOCK' TO DL-LOW-FLAG
           ELSE
           IF STATUS-FILE-AVAILABLE
               CLOSE STATUS-FILE
           END-IF
           IF REORDER-FILE-AVAILABLE
               CLOSE REORDER-FILE
           END-IF
           CLOSE REPORT-FILE
           EXIT.

      * STARTED record left by an abended run does not block the      *
      * rerun. A run-log that cannot be kept stops the job - the      *
      * whole point of the log is that the suite cannot run           *
      * unrecorded. The run is also refused, RC 8, until the stock    *
      * and purchasing reconciliation has completed for the date      *
      *================================================================*
        RUN-CONTROL-START.
           ACCEPT WS-RC-RUN-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE WS-RC-PREREQ-JOB TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ
           IF NOT RUNLOG-OK OR NOT RNL-STATUS-COMPLETE
               DISPLAY 'DFH0XCVR: ' WS-RC-PREREQ-JOB
                       ' NOT COMPLETE FOR BUSINESS DATE '
                       WS-RC-RUN-DATE ' - RUN REFUSED'
               CLOSE RUNLOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCVR' TO RNL-JOBNAME
           READ RUNLOG-FILE
