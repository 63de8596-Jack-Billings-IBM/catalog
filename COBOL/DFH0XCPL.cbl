      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCPL                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Supplier Price File Load Job               *
      *                                                                *
      * FUNCTION =                                                     *
      *      Nightly batch job that loads a supplier's price file -   *
      *      one line per item giving the new unit cost, the date it  *
      *      takes effect and whether a large change has been         *
      *      approved - onto the catalog. Every line is validated     *
      *      first; a line is rejected, and reported with the reason, *
      *      when:                                                    *
      *        - the item is not on the catalog;                      *
      *        - the item is discontinued on EXITMSTA;                *
      *        - the new cost is not a number from 000.01 to 999.99;  *
      *        - the effective date is not a real date;               *
      *        - the cost moves by more than the PRCL-PARM percentage *
      *          limit and the line is not flagged as approved.       *
      *      Run with LIVE on the mode parameter, each accepted line  *
      *      whose effective date has been reached is applied to     *
      *      CAT-COST, with the same EXPRCHST price change history    *
      *      record and the same before/after maintenance audit      *
      *      record (in the CMTA layout) that a '01CMNT' amend from   *
      *      the online maintenance path writes. An accepted line     *
      *      with a future effective date is held on the held price  *
      *      change file, which every run reads back first, so the    *
      *      change is applied - and validated again against the      *
      *      catalog as it is then - by the run on that date. Any     *
      *      other run is a dry run: it prints the changes it would   *
      *      apply or hold and the lines it would reject, and changes *
      *      nothing - the held changes are carried forward as they   *
      *      are.                                                     *
      *                                                                *
      *      A live run is recorded on the suite run-log. A change    *
      *      that could not be applied ends the run RC 8 and leaves   *
      *      it STARTED so it can be rerun for the same date; due     *
      *      held changes that failed stay held. Rejected lines alone *
      *      end the run RC 4.                                        *
      *                                                                *
      * ENTRY POINT = DFH0XCPL                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCPL),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SUPPLIER PRICE FILE LOAD    *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCPL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional mode parameter - LIVE in columns 1-4 applies the
      *    changes; anything else, or no file, is a dry run
           SELECT PARM-FILE ASSIGN TO MODEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    Supplier price file - one DFH0XSPL line per item
           SELECT PRICE-FILE ASSIGN TO PRICEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

      *    Held price change file - the changes still waiting for
      *    their effective date, as the previous run left them
           SELECT HELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-IN-STATUS.

      *    Held price change file as this run leaves it
           SELECT HELD-OUT-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-OUT-STATUS.

      *    Catalog file - the same VSAM file the EXCONF panel's
      *    CATALOG-FILE-NAME setting identifies. Opened I-O on a
      *    live run so the new costs can be written back
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Item lifecycle status file - an item with no record is
      *    active
           SELECT STATUS-FILE ASSIGN TO ITMSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITST-ITEM-REF
               FILE STATUS IS WS-STATUS-STATUS.

      *    Price change history file - one record added per cost
      *    change applied, as the catalog manager adds them
           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRCH-KEY
               FILE STATUS IS WS-PRCHST-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the percentage limit
           SELECT CONFIG-FILE ASSIGN TO CONFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS WS-CONFIG-STATUS.

      *    Maintenance audit file - one MAINT-AUDIT-MSG record per
      *    cost change applied, in the layout of the CMTA audit
      *    trail so the change history report reads both
           SELECT AUDIT-FILE ASSIGN TO PRCAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO PRCOUT
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
           03 PARM-MODE                PIC X(4).
           03 FILLER                   PIC X(76).

       FD  PRICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PRICE-LINE-RECORD.
           COPY DFH0XSPL.

       FD  HELD-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HELD-IN-RECORD              PIC X(80).

       FD  HELD-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HELD-OUT-RECORD             PIC X(80).

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
           03 CONFIG-PRICE-LIMIT       PIC X(3).
           03 FILLER                   PIC X(67).

       FD  AUDIT-FILE
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD                PIC X(212).

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
                                        VALUE 'DFH0XCPL------WS'.

       01  WS-PARM-STATUS              PIC XX  VALUE SPACES.
           88 PARM-OK                          VALUE '00'.

       01  WS-PRICE-STATUS             PIC XX  VALUE SPACES.
           88 PRICE-OK                         VALUE '00'.
           88 PRICE-EOF                        VALUE '10'.

       01  WS-HELD-IN-STATUS           PIC XX  VALUE SPACES.
           88 HELD-IN-OK                       VALUE '00'.
           88 HELD-IN-EOF                      VALUE '10'.

       01  WS-HELD-OUT-STATUS          PIC XX  VALUE SPACES.
           88 HELD-OUT-OK                      VALUE '00'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.

       01  WS-STATUS-STATUS            PIC XX  VALUE SPACES.
           88 STATUS-OK                        VALUE '00'.

       01  WS-PRCHST-STATUS            PIC XX  VALUE SPACES.
           88 PRCHST-OK                        VALUE '00'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-AUDIT-STATUS             PIC XX  VALUE SPACES.
           88 AUDIT-OK                         VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

       01  WS-RUNLOG-STATUS            PIC XX  VALUE SPACES.
           88 RUNLOG-OK                        VALUE '00'.

       01  WS-RC-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RC-TIME-RAW              PIC 9(8) VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-TIME-RAW                 PIC 9(8) VALUE ZERO.

      * Run mode - a dry run unless the mode parameter says LIVE
       01  WS-RUN-MODE                 PIC X   VALUE 'D'.
           88 DRY-RUN-MODE                     VALUE 'D'.
           88 LIVE-MODE                        VALUE 'L'.

      * Percentage limit - a change of more than this percentage of
      * the current cost needs the line's approved flag. A missing
      * or unreadable PRCL-PARM record means 20 per cent
       01  WS-PRCL-PARM-KEY            PIC X(9) VALUE 'PRCL-PARM'.
       01  WS-PRICE-LIMIT-DEFAULT      PIC 9(3) VALUE 20.
       01  WS-PRICE-LIMIT              PIC 9(3) VALUE ZERO.

      * Name the job's changes are recorded under on the price
      * change history and the audit trail, in place of the
      * signed-on user of an online change
       01  WS-LOAD-USERID              PIC X(8) VALUE 'DFH0XCPL'.

      * The line being processed - a supplier price file line or a
      * held change, in the DFH0XSPL layout either way
       01  WS-PRICE-LINE.
           COPY DFH0XSPL.

       01  WS-LINE-SOURCE              PIC X(4) VALUE SPACES.
           88 LINE-FROM-FILE                   VALUE 'FILE'.
           88 LINE-FROM-HELD                   VALUE 'HELD'.

      * Working fields for one line
       01  WS-EFFECTIVE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-OLD-COST                 PIC 9(3)V99 VALUE ZERO.
       01  WS-NEW-COST                 PIC 9(3)V99 VALUE ZERO.
       01  WS-NEW-COST-EDIT            PIC 999.99.
       01  WS-OLD-COST-EDIT            PIC 999.99.
      *    The catalog cost before the change, as text for the price
      *    history and the report - spaces when it is not numeric
       01  WS-OLD-COST-TEXT            PIC X(6) VALUE SPACES.
       01  WS-COST-DIFFERENCE          PIC 9(3)V99 VALUE ZERO.
       01  WS-CHANGE-PERCENT           PIC S9(5)V9 VALUE ZERO.
       01  WS-CHANGE-SEQUENCE          PIC 9(7) VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(36) VALUE SPACES.

       01  WS-LINE-REJECTED-FLAG       PIC X   VALUE 'N'.
           88 LINE-REJECTED                    VALUE 'Y'.
       01  WS-PERCENT-KNOWN-FLAG       PIC X   VALUE 'N'.
           88 PERCENT-KNOWN                    VALUE 'Y'.
       01  WS-CHANGE-DONE-FLAG         PIC X   VALUE 'N'.
           88 CHANGE-DONE                      VALUE 'Y'.

      * Effective date broken down for checking
       01  WS-CHECK-DATE.
           03 WS-CHECK-YYYY            PIC 9(4).
           03 WS-CHECK-MM              PIC 9(2).
           03 WS-CHECK-DD              PIC 9(2).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                                       PIC 9(8).
       01  WS-MONTH-START-DATE.
           03 WS-MONTH-START-YYYY      PIC 9(4).
           03 WS-MONTH-START-MM        PIC 9(2).
           03 WS-MONTH-START-DD        PIC 9(2).
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START-DATE
                                       PIC 9(8).
       01  WS-MONTH-END-DATE.
           03 FILLER                   PIC 9(6).
           03 WS-MONTH-END-DD          PIC 9(2).
       01  WS-MONTH-END-NUM REDEFINES WS-MONTH-END-DATE
                                       PIC 9(8).

      * Catalog image of the item before the change, for the audit
       01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

      * Maintenance audit record - the same MAINT-AUDIT-MSG layout
      * the catalog manager writes to TDQ CMTA, with this job's name
      * in place of EXMPCMAN and the change sequence number of the
      * run in place of the task number
       01  MAINT-AUDIT-MSG.
           03 MA-DATE                  PIC X(8)   VALUE SPACES.
           03 FILLER                   PIC X      VALUE SPACES.
           03 MA-TIME                  PIC X(6)   VALUE SPACES.
           03 FILLER                   PIC X(9)   VALUE ' DFH0XCPL'.
           03 FILLER                   PIC X(6)   VALUE ' USER='.
           03 MA-USERID                PIC X(8)   VALUE SPACES.
           03 FILLER                   PIC X(6)   VALUE ' TASK='.
           03 MA-TASKNUM               PIC 9(7)   VALUE ZERO.
           03 FILLER                   PIC X(5)   VALUE ' ACT='.
           03 MA-ACTION                PIC X(6)   VALUE SPACES.
           03 FILLER                   PIC X(5)   VALUE ' OLD='.
           03 MA-OLD-IMAGE             PIC X(70)  VALUE SPACES.
           03 FILLER                   PIC X(5)   VALUE ' NEW='.
           03 MA-NEW-IMAGE             PIC X(70)  VALUE SPACES.

      * Run totals
       01  WS-FILE-LINE-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-HELD-LINE-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-STILL-HELD-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-UNCHANGED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-NOT-DONE-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(31)
              VALUE 'SUPPLIER PRICE FILE LOAD      '.
           03 HD-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X(8)  VALUE '  MODE: '.
           03 HD-MODE                  PIC X(8).
           03 FILLER                   PIC X(18)
              VALUE '  CHANGE LIMIT: '.
           03 HD-LIMIT                 PIC ZZ9.
           03 FILLER                   PIC X(2)  VALUE ' %'.

       01  WS-HEADING-2.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(5)  VALUE 'FROM'.
           03 FILLER                   PIC X(9)  VALUE 'OLD COST'.
           03 FILLER                   PIC X(9)  VALUE 'NEW COST'.
           03 FILLER                   PIC X(10) VALUE 'CHANGE %'.
           03 FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
           03 FILLER                   PIC X(12) VALUE 'ACTION'.
           03 FILLER                   PIC X(6)  VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DESCRIPTION           PIC X(30).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-SOURCE                PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-OLD-COST              PIC X(6).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-NEW-COST              PIC X(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-CHANGE-PERCENT        PIC -ZZZZ9.9.
           03 DL-CHANGE-PERCENT-X REDEFINES DL-CHANGE-PERCENT
                                       PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-EFFECTIVE-DATE        PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-ACTION                PIC X(11).
           03 FILLER                   PIC X     VALUE SPACES.
           03 DL-REASON                PIC X(36).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE.
           03 CT-LABEL                 PIC X(36).
           03 CT-COUNT                 PIC ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-RUN-PARAMETERS

      *    Only a live run changes anything, so only a live run is
      *    recorded on the suite run-log - a dry run can be repeated
      *    as often as the file needs checking
           IF LIVE-MODE
               PERFORM RUN-CONTROL-START
           END-IF

           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADINGS

      *    Changes held by earlier runs are taken first, so a new
      *    line for the same item on today's file is applied after
      *    them and has the last word
           PERFORM READ-NEXT-HELD-LINE
           PERFORM PROCESS-HELD-LINE
               UNTIL HELD-IN-EOF

           PERFORM READ-NEXT-PRICE-LINE
           PERFORM PROCESS-PRICE-LINE
               UNTIL PRICE-EOF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

           IF LIVE-MODE
      *        A change that could not be applied leaves the run
      *        STARTED on the run-log so it can be rerun for the
      *        same date
               IF WS-NOT-DONE-COUNT GREATER THAN ZERO
                   DISPLAY 'DFH0XCPL: ' WS-NOT-DONE-COUNT
                           ' CHANGE(S) NOT APPLIED - RUN NOT COMPLETE'
                   CLOSE RUNLOG-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM RUN-CONTROL-COMPLETE
           END-IF

           IF WS-REJECTED-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Pick up the run mode and the percentage limit. The mode file  *
      * is optional; a missing, blank or non-numeric PRCL-PARM limit  *
      * means the default                                             *
      *================================================================*
        READ-RUN-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           SET DRY-RUN-MODE TO TRUE
           OPEN INPUT PARM-FILE
           IF PARM-OK
               READ PARM-FILE
                   AT END CONTINUE
               END-READ
               IF PARM-OK AND PARM-MODE EQUAL 'LIVE'
                   SET LIVE-MODE TO TRUE
               END-IF
               CLOSE PARM-FILE
           END-IF

           MOVE WS-PRICE-LIMIT-DEFAULT TO WS-PRICE-LIMIT
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-PRCL-PARM-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND
                  CONFIG-PRICE-LIMIT IS NUMERIC AND
                  CONFIG-PRICE-LIMIT NOT EQUAL '000'
                   MOVE CONFIG-PRICE-LIMIT TO WS-PRICE-LIMIT
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           EXIT.

      *================================================================*
      * Open the input, catalog, history, audit and report files.     *
      * The catalog is only opened for update, and the history and    *
      * audit files only opened at all, on a live run                 *
      *================================================================*
        OPEN-ALL-FILES.
           OPEN INPUT PRICE-FILE
           IF NOT PRICE-OK
               DISPLAY 'DFH0XCPL: UNABLE TO OPEN PRICE FILE - STATUS '
                       WS-PRICE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT HELD-IN-FILE
           IF NOT HELD-IN-OK
               DISPLAY 'DFH0XCPL: UNABLE TO OPEN HELD CHANGES FILE - '
                       'STATUS ' WS-HELD-IN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT HELD-OUT-FILE
           IF NOT HELD-OUT-OK
               DISPLAY 'DFH0XCPL: UNABLE TO OPEN NEW HELD CHANGES '
                       'FILE - STATUS ' WS-HELD-OUT-STATUS
               STOP RUN
           END-IF

           IF LIVE-MODE
               OPEN I-O CATALOG-FILE
           ELSE
               OPEN INPUT CATALOG-FILE
           END-IF
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCPL: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           OPEN INPUT STATUS-FILE
           IF NOT STATUS-OK
               DISPLAY 'DFH0XCPL: UNABLE TO OPEN ITEM STATUS FILE - '
                       'STATUS ' WS-STATUS-STATUS
               STOP RUN
           END-IF

           IF LIVE-MODE
               OPEN I-O PRICE-HISTORY-FILE
               IF NOT PRCHST-OK
                   DISPLAY 'DFH0XCPL: UNABLE TO OPEN PRICE HISTORY '
                           'FILE - STATUS ' WS-PRCHST-STATUS
                   STOP RUN
               END-IF

               OPEN OUTPUT AUDIT-FILE
               IF NOT AUDIT-OK
                   DISPLAY 'DFH0XCPL: UNABLE TO OPEN AUDIT FILE - '
                           'STATUS ' WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCPL: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           IF LIVE-MODE
               MOVE 'LIVE' TO HD-MODE
           ELSE
               MOVE 'DRY RUN' TO HD-MODE
           END-IF
           MOVE WS-PRICE-LIMIT TO HD-LIMIT
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2
           EXIT.

        READ-NEXT-HELD-LINE.
           READ HELD-IN-FILE
               AT END SET HELD-IN-EOF TO TRUE
           END-READ
           EXIT.

        READ-NEXT-PRICE-LINE.
           READ PRICE-FILE
               AT END SET PRICE-EOF TO TRUE
           END-READ
           EXIT.

      *================================================================*
      * Take one change held by an earlier run. One still waiting for *
      * its date, or any held change on a dry run, is carried forward *
      * as it is. One that has fallen due is validated again against  *
      * the catalog as it is now and applied; if it cannot be        *
      * applied it stays held for the rerun                          *
      *================================================================*
        PROCESS-HELD-LINE.
           ADD 1 TO WS-HELD-LINE-COUNT
           MOVE HELD-IN-RECORD TO WS-PRICE-LINE
           SET LINE-FROM-HELD TO TRUE

           IF SPL-EFFECTIVE-DATE OF WS-PRICE-LINE IS NUMERIC AND
              SPL-EFFECTIVE-DATE OF WS-PRICE-LINE GREATER THAN
                  WS-RUN-DATE
               ADD 1 TO WS-STILL-HELD-COUNT
               PERFORM CARRY-HELD-LINE-FORWARD
           ELSE
               PERFORM VALIDATE-PRICE-LINE
               IF LINE-REJECTED
                   PERFORM REPORT-REJECTED-LINE
               ELSE
                   IF LIVE-MODE
                       PERFORM APPLY-PRICE-CHANGE
                       IF NOT CHANGE-DONE
                           PERFORM CARRY-HELD-LINE-FORWARD
                       END-IF
                   ELSE
                       PERFORM REPORT-PROPOSED-CHANGE
                   END-IF
               END-IF
               IF DRY-RUN-MODE
                   PERFORM CARRY-HELD-LINE-FORWARD
               END-IF
           END-IF

           PERFORM READ-NEXT-HELD-LINE
           EXIT.

      *================================================================*
      * Take one line of the supplier price file. An accepted line    *
      * due today or earlier is applied; one with a future effective  *
      * date is held for the run on that date                         *
      *================================================================*
        PROCESS-PRICE-LINE.
           ADD 1 TO WS-FILE-LINE-COUNT
           MOVE PRICE-LINE-RECORD TO WS-PRICE-LINE
           SET LINE-FROM-FILE TO TRUE

           PERFORM VALIDATE-PRICE-LINE
           EVALUATE TRUE
               WHEN LINE-REJECTED
                   PERFORM REPORT-REJECTED-LINE
               WHEN WS-EFFECTIVE-DATE GREATER THAN WS-RUN-DATE
                   PERFORM HOLD-PRICE-CHANGE
               WHEN LIVE-MODE
                   PERFORM APPLY-PRICE-CHANGE
               WHEN OTHER
                   PERFORM REPORT-PROPOSED-CHANGE
           END-EVALUATE

           PERFORM READ-NEXT-PRICE-LINE
           EXIT.

      *================================================================*
      * Validate the line in WS-PRICE-LINE. On return the catalog     *
      * record of the item is in the record area (when it was found), *
      * WS-NEW-COST and WS-EFFECTIVE-DATE hold the line's values and  *
      * a rejected line has its reason in WS-REJECT-REASON           *
      *================================================================*
        VALIDATE-PRICE-LINE.
           MOVE 'N' TO WS-LINE-REJECTED-FLAG
           MOVE 'N' TO WS-PERCENT-KNOWN-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO CATALOG-RECORD
           MOVE ZERO TO WS-NEW-COST
           MOVE ZERO TO WS-OLD-COST
           MOVE SPACES TO WS-OLD-COST-TEXT
           MOVE ZERO TO WS-CHANGE-PERCENT

           IF SPL-ITEM-REF OF WS-PRICE-LINE NOT NUMERIC
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO WS-REJECT-REASON
               SET LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPL-ITEM-REF OF WS-PRICE-LINE TO CAT-ITEM-REF
           READ CATALOG-FILE
               KEY IS CAT-ITEM-REF
           END-READ
           IF NOT CATALOG-OK
               MOVE SPACES TO CATALOG-RECORD
               MOVE 'ITEM NOT ON CATALOG' TO WS-REJECT-REASON
               SET LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CAT-COST NUMERIC
               MOVE CAT-COST TO WS-OLD-COST
               MOVE WS-OLD-COST TO WS-OLD-COST-EDIT
               MOVE WS-OLD-COST-EDIT TO WS-OLD-COST-TEXT
           END-IF

           MOVE SPL-ITEM-REF OF WS-PRICE-LINE TO ITST-ITEM-REF
           READ STATUS-FILE
               KEY IS ITST-ITEM-REF
           END-READ
           IF STATUS-OK AND ITST-STATUS-DISCONTINUED
               MOVE 'ITEM DISCONTINUED' TO WS-REJECT-REASON
               SET LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(SPL-NEW-COST OF WS-PRICE-LINE)
                   NOT EQUAL ZERO
               MOVE 'NEW COST NOT NUMERIC' TO WS-REJECT-REASON
               SET LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(SPL-NEW-COST OF WS-PRICE-LINE)
                   NOT GREATER THAN ZERO OR
              FUNCTION NUMVAL(SPL-NEW-COST OF WS-PRICE-LINE)
                   GREATER THAN 999.99
               MOVE 'NEW COST OUT OF RANGE' TO WS-REJECT-REASON
               SET LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-COST =
               FUNCTION NUMVAL(SPL-NEW-COST OF WS-PRICE-LINE)

           IF SPL-EFFECTIVE-DATE OF WS-PRICE-LINE EQUAL SPACES
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               IF SPL-EFFECTIVE-DATE OF WS-PRICE-LINE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT VALID' TO WS-REJECT-REASON
                   SET LINE-REJECTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPL-EFFECTIVE-DATE OF WS-PRICE-LINE
                   TO WS-CHECK-DATE
               PERFORM CHECK-DATE-VALUE
               IF LINE-REJECTED
                   MOVE 'EFFECTIVE DATE NOT VALID' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CHECK-DATE-NUM TO WS-EFFECTIVE-DATE
           END-IF

      *    The size of the change is measured against the cost on
      *    the catalog now. A current cost that is not a usable
      *    number gives no measure, so the change needs approval
      *    whatever its size
           IF WS-OLD-COST GREATER THAN ZERO
               IF WS-NEW-COST GREATER THAN WS-OLD-COST
                   COMPUTE WS-COST-DIFFERENCE =
                       WS-NEW-COST - WS-OLD-COST
               ELSE
                   COMPUTE WS-COST-DIFFERENCE =
                       WS-OLD-COST - WS-NEW-COST
               END-IF
               COMPUTE WS-CHANGE-PERCENT ROUNDED =
                   WS-COST-DIFFERENCE * 100 / WS-OLD-COST
               SET PERCENT-KNOWN TO TRUE
           END-IF

           IF NOT SPL-CHANGE-APPROVED OF WS-PRICE-LINE
               IF NOT PERCENT-KNOWN OR
                  WS-CHANGE-PERCENT GREATER THAN WS-PRICE-LIMIT
                   MOVE 'CHANGE OVER LIMIT AND NOT APPROVED'
                       TO WS-REJECT-REASON
                   SET LINE-REJECTED TO TRUE
               END-IF
           END-IF

      *    The percentage is reported signed - a price cut shows
      *    negative
           IF WS-NEW-COST LESS THAN WS-OLD-COST
               COMPUTE WS-CHANGE-PERCENT = 0 - WS-CHANGE-PERCENT
           END-IF
           EXIT.

      *================================================================*
      * Check WS-CHECK-DATE is a real calendar date. A bad date sets  *
      * the line rejected                                             *
      *================================================================*
        CHECK-DATE-VALUE.
           IF WS-CHECK-YYYY LESS THAN 1601 OR
              WS-CHECK-MM LESS THAN 1 OR WS-CHECK-MM GREATER THAN 12 OR
              WS-CHECK-DD LESS THAN 1
               SET LINE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF

      *    Last day of the month, from the day before the first of
      *    the next month
           MOVE WS-CHECK-YYYY TO WS-MONTH-START-YYYY
           MOVE WS-CHECK-MM TO WS-MONTH-START-MM
           MOVE 1 TO WS-MONTH-START-DD
           IF WS-MONTH-START-MM EQUAL 12
               ADD 1 TO WS-MONTH-START-YYYY
               MOVE 1 TO WS-MONTH-START-MM
           ELSE
               ADD 1 TO WS-MONTH-START-MM
           END-IF
           COMPUTE WS-MONTH-END-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM) - 1)
           IF WS-CHECK-DD GREATER THAN WS-MONTH-END-DD
               SET LINE-REJECTED TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Apply one accepted change to the catalog record read by the   *
      * validation. The price change history record and the audit    *
      * record are written FIRST and the catalog record rewritten     *
      * after them - an abend between the two leaves a recorded       *
      * change that was not applied, never an applied change with no  *
      * trace. A cost already at the new value is left alone         *
      *================================================================*
        APPLY-PRICE-CHANGE.
           MOVE 'N' TO WS-CHANGE-DONE-FLAG
           MOVE WS-NEW-COST TO WS-NEW-COST-EDIT

           IF WS-OLD-COST-TEXT EQUAL WS-NEW-COST-EDIT
               ADD 1 TO WS-UNCHANGED-COUNT
               SET CHANGE-DONE TO TRUE
               MOVE 'NO CHANGE' TO DL-ACTION
               MOVE SPACES TO DL-REASON
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE CATALOG-RECORD TO WS-BEFORE-IMAGE
           ADD 1 TO WS-CHANGE-SEQUENCE
           ACCEPT WS-TIME-RAW FROM TIME

           PERFORM WRITE-PRICE-HISTORY
           IF NOT PRCHST-OK
               ADD 1 TO WS-NOT-DONE-COUNT
               MOVE 'NOT DONE' TO DL-ACTION
               MOVE 'PRICE HISTORY NOT WRITTEN' TO DL-REASON
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-COST TO CAT-COST
           PERFORM WRITE-PRICE-AUDIT
           IF NOT AUDIT-OK
               ADD 1 TO WS-NOT-DONE-COUNT
               MOVE WS-BEFORE-IMAGE TO CATALOG-RECORD
               MOVE 'NOT DONE' TO DL-ACTION
               MOVE 'AUDIT RECORD NOT WRITTEN' TO DL-REASON
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           REWRITE CATALOG-RECORD
           IF CATALOG-OK
               ADD 1 TO WS-APPLIED-COUNT
               SET CHANGE-DONE TO TRUE
               MOVE 'APPLIED' TO DL-ACTION
               MOVE SPACES TO DL-REASON
           ELSE
               DISPLAY 'DFH0XCPL: REWRITE FAILED - STATUS '
                       WS-CATALOG-STATUS
                       ' - ITEM ' CAT-ITEM-REF
               ADD 1 TO WS-NOT-DONE-COUNT
               MOVE WS-BEFORE-IMAGE TO CATALOG-RECORD
               MOVE 'NOT DONE' TO DL-ACTION
               MOVE 'CATALOG REWRITE FAILED' TO DL-REASON
           END-IF
           PERFORM WRITE-DETAIL-LINE
           EXIT.

      *================================================================*
      * Add the price change history record for the change about to  *
      * be applied, as the catalog manager's WRITE-PRICE-CHANGE-     *
      * HISTORY does, with the change sequence number of the run in   *
      * place of the task number                                      *
      *================================================================*
        WRITE-PRICE-HISTORY.
           INITIALIZE PRICE-HISTORY-RECORD
           MOVE CAT-ITEM-REF TO PRCH-ITEM-REF
           MOVE WS-RUN-DATE TO PRCH-DATE
           MOVE WS-TIME-RAW(1:6) TO PRCH-TIME
           MOVE WS-CHANGE-SEQUENCE TO PRCH-TASKNUM
           MOVE WS-LOAD-USERID TO PRCH-USERID
           MOVE WS-OLD-COST-TEXT TO PRCH-OLD-COST
           MOVE WS-NEW-COST-EDIT TO PRCH-NEW-COST
           WRITE PRICE-HISTORY-RECORD
           IF NOT PRCHST-OK
               DISPLAY 'DFH0XCPL: UNABLE TO WRITE PRICE HISTORY - '
                       'STATUS ' WS-PRCHST-STATUS
                       ' - ITEM ' CAT-ITEM-REF ' NOT CHANGED'
           END-IF
           EXIT.

      *================================================================*
      * Write the before/after maintenance audit record for the       *
      * change about to be applied. The record area already holds the *
      * new cost; the date is MMDDYYYY, as on the CMTA audit trail    *
      *================================================================*
        WRITE-PRICE-AUDIT.
           MOVE WS-RUN-DATE(5:4) TO MA-DATE(1:4)
           MOVE WS-RUN-DATE(1:4) TO MA-DATE(5:4)
           MOVE WS-TIME-RAW(1:6) TO MA-TIME
           MOVE WS-LOAD-USERID TO MA-USERID
           MOVE WS-CHANGE-SEQUENCE TO MA-TASKNUM
           MOVE 'UPDATE' TO MA-ACTION
           MOVE WS-BEFORE-IMAGE TO MA-OLD-IMAGE
           MOVE CATALOG-RECORD TO MA-NEW-IMAGE
           WRITE AUDIT-RECORD FROM MAINT-AUDIT-MSG
           IF NOT AUDIT-OK
               DISPLAY 'DFH0XCPL: UNABLE TO WRITE AUDIT RECORD - '
                       'STATUS ' WS-AUDIT-STATUS
                       ' - ITEM ' CAT-ITEM-REF ' NOT CHANGED'
           END-IF
           EXIT.

      *================================================================*
      * Hold an accepted line with a future effective date for the    *
      * run on that date, stamped with the date it was received. A    *
      * dry run only reports it                                       *
      *================================================================*
        HOLD-PRICE-CHANGE.
           IF DRY-RUN-MODE
               ADD 1 TO WS-HELD-COUNT
               MOVE 'WOULD HOLD' TO DL-ACTION
               MOVE SPACES TO DL-REASON
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-DATE TO SPL-RECEIVED-DATE OF WS-PRICE-LINE
           WRITE HELD-OUT-RECORD FROM WS-PRICE-LINE
           IF HELD-OUT-OK
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD' TO DL-ACTION
               MOVE SPACES TO DL-REASON
           ELSE
               DISPLAY 'DFH0XCPL: UNABLE TO HOLD CHANGE - STATUS '
                       WS-HELD-OUT-STATUS
                       ' - ITEM ' CAT-ITEM-REF
               ADD 1 TO WS-NOT-DONE-COUNT
               MOVE 'NOT DONE' TO DL-ACTION
               MOVE 'HELD CHANGE NOT WRITTEN' TO DL-REASON
           END-IF
           PERFORM WRITE-DETAIL-LINE
           EXIT.

      *================================================================*
      * Copy a held change to the new held changes file unaltered     *
      *================================================================*
        CARRY-HELD-LINE-FORWARD.
           WRITE HELD-OUT-RECORD FROM HELD-IN-RECORD
           IF NOT HELD-OUT-OK
               DISPLAY 'DFH0XCPL: UNABLE TO CARRY HELD CHANGE FORWARD'
                       ' - STATUS ' WS-HELD-OUT-STATUS
                       ' - ' HELD-IN-RECORD(1:20)
               ADD 1 TO WS-NOT-DONE-COUNT
           END-IF
           EXIT.

        REPORT-PROPOSED-CHANGE.
           MOVE WS-NEW-COST TO WS-NEW-COST-EDIT
           IF WS-OLD-COST-TEXT EQUAL WS-NEW-COST-EDIT
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE 'NO CHANGE' TO DL-ACTION
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'WOULD APPLY' TO DL-ACTION
           END-IF
           MOVE SPACES TO DL-REASON
           PERFORM WRITE-DETAIL-LINE
           EXIT.

        REPORT-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 'REJECTED' TO DL-ACTION
           MOVE WS-REJECT-REASON TO DL-REASON
           PERFORM WRITE-DETAIL-LINE
           EXIT.

      *================================================================*
      * Print one line for the line in WS-PRICE-LINE, with the        *
      * catalog figures when the item was found                       *
      *================================================================*
        WRITE-DETAIL-LINE.
           MOVE SPL-ITEM-REF OF WS-PRICE-LINE TO DL-ITEM-REF
           MOVE WS-LINE-SOURCE TO DL-SOURCE
           MOVE SPL-NEW-COST OF WS-PRICE-LINE TO DL-NEW-COST
           MOVE SPL-EFFECTIVE-DATE OF WS-PRICE-LINE
               TO DL-EFFECTIVE-DATE
           IF CAT-DESCRIPTION EQUAL SPACES
               MOVE SPACES TO DL-DESCRIPTION
               MOVE SPACES TO DL-OLD-COST
           ELSE
               MOVE CAT-DESCRIPTION TO DL-DESCRIPTION
               MOVE WS-OLD-COST-TEXT TO DL-OLD-COST
           END-IF
           IF PERCENT-KNOWN
               MOVE WS-CHANGE-PERCENT TO DL-CHANGE-PERCENT
           ELSE
               MOVE SPACES TO DL-CHANGE-PERCENT-X
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

      *================================================================*
      * Print the run counts                                          *
      *================================================================*
        WRITE-REPORT-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'PRICE FILE LINES READ              :' TO CT-LABEL
           MOVE WS-FILE-LINE-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HELD CHANGES READ                  :' TO CT-LABEL
           MOVE WS-HELD-LINE-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF LIVE-MODE
               MOVE 'CHANGES APPLIED                    :' TO CT-LABEL
           ELSE
               MOVE 'CHANGES THAT WOULD BE APPLIED      :' TO CT-LABEL
           END-IF
           MOVE WS-APPLIED-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF LIVE-MODE
               MOVE 'NEW CHANGES HELD FOR A LATER DATE  :' TO CT-LABEL
           ELSE
               MOVE 'NEW CHANGES THAT WOULD BE HELD     :' TO CT-LABEL
           END-IF
           MOVE WS-HELD-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HELD CHANGES NOT YET DUE           :' TO CT-LABEL
           MOVE WS-STILL-HELD-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LINES AT THE CURRENT COST          :' TO CT-LABEL
           MOVE WS-UNCHANGED-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LINES REJECTED                     :' TO CT-LABEL
           MOVE WS-REJECTED-COUNT TO CT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF LIVE-MODE
               MOVE 'CHANGES NOT DONE                   :' TO CT-LABEL
               MOVE WS-NOT-DONE-COUNT TO CT-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE
           END-IF
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE PRICE-FILE
           CLOSE HELD-IN-FILE
           CLOSE HELD-OUT-FILE
           CLOSE CATALOG-FILE
           CLOSE STATUS-FILE
           IF LIVE-MODE
               CLOSE PRICE-HISTORY-FILE
               CLOSE AUDIT-FILE
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
                   DISPLAY 'DFH0XCPL: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCPL: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-RC-RUN-DATE TO RNL-DATE
           MOVE 'DFH0XCPL' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCPL: ALREADY RUN FOR BUSINESS DATE '
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
               MOVE 'DFH0XCPL' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCPL: UNABLE TO LOG RUN START - STATUS '
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
           MOVE 'DFH0XCPL' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCPL: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
