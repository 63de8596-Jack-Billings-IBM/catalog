      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCSS                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Monthly Item Substitution Report           *
      *                                                                *
      * FUNCTION =                                                     *
      *      Monthly batch report to purchasing of the substitutes    *
      *      the catalog manager offered in the previous calendar     *
      *      month. When an '01ORDR' cannot be supplied because the   *
      *      item is out of stock or discontinued, the best ranked    *
      *      substitute with stock (EXITMSUB, or the replacement a    *
      *      discontinued item was given) is offered in its place,   *
      *      and the offer is counted on the substitution count file *
      *      (EXSUBCNT) by month, item and substitute. An order then  *
      *      placed for the substitute quoting the original item is   *
      *      counted as accepted. The report lists every item and     *
      *      substitute counted in the month, in item order, with the *
      *      offers made for lack of stock and for discontinuation,  *
      *      the acceptances and the acceptance rate, and totals the  *
      *      month. An item whose offers are seldom accepted points   *
      *      at a substitute ranking purchasing should revisit; an    *
      *      item out of stock often enough to need a substitute      *
      *      points at its reorder point.                             *
      *                                                                *
      * ENTRY POINT = DFH0XCSS                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCSS),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM REFS WIDENED TO 8      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCSS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Substitution count file - the EXSUBCNT KSDS kept by the
      *    catalog manager, keyed on month, item and substitute.
      *    Positioned at the first record of the month reported and
      *    read forward until the month changes
           SELECT COUNT-FILE ASSIGN TO SUBCNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBCT-KEY
               FILE STATUS IS WS-COUNT-STATUS.

      *    Catalog file - read directly by item reference for the
      *    descriptions of the item and the substitute
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


      *    Overnight suite run-log file - each job of the suite
      *    writes a STARTED record at the top of its run and marks
      *    it COMPLETE at the end, so a second run for the same
      *    period is refused
           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNL-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUBSTITUTION-COUNT-RECORD.
           COPY DFH0XSBC.

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           COPY DFH0XCAT.

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
                                        VALUE 'DFH0XCSS------WS'.

       01  WS-COUNT-STATUS             PIC XX  VALUE SPACES.
           88 COUNT-OK                         VALUE '00'.
           88 COUNT-EOF                        VALUE '10'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * The period reported - the calendar month before the run
      * date. Its first day is the date the run is logged under
       01  WS-RUN-MONTH-START          PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH-PARTS REDEFINES WS-RUN-MONTH-START.
           03 FILLER                   PIC X(6).
           03 WS-RUN-MONTH-DAY         PIC 9(2).

       01  WS-PERIOD-END-DATE          PIC 9(8) VALUE ZERO.

       01  WS-PERIOD-START-DATE        PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-DATE.
           03 WS-PERIOD                PIC X(6).
           03 WS-PERIOD-START-DAY      PIC 9(2).

      * Working fields for one item and substitute
       01  WS-PAIR-OFFERED             PIC 9(8) VALUE ZERO.
       01  WS-ACCEPT-RATE              PIC 9(3)V9 VALUE ZERO.
       01  WS-LAST-ITEM-REF            PIC 9(8) VALUE ZERO.
       01  WS-ITEM-DESCRIPTION         PIC X(30) VALUE SPACES.
       01  WS-SUBST-DESCRIPTION        PIC X(30) VALUE SPACES.

      * Month totals
       01  WS-PAIR-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-NO-STOCK           PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-DISCONTINUED       PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-OFFERED            PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-ACCEPTED           PIC 9(9) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(44)
              VALUE 'ITEM SUBSTITUTIONS OFFERED AND ACCEPTED'.
           03 FILLER                   PIC X(8)  VALUE 'PERIOD '.
           03 HD-PERIOD                PIC X(6).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE 'RUN DATE '.
           03 HD-RUN-DATE              PIC 9(8).

       01  WS-COLUMN-HEADING-1.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(10) VALUE 'SUBST'.
           03 FILLER                   PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(10) VALUE '  OFFERED:'.
           03 FILLER                   PIC X(10) VALUE '  OFFERED:'.
           03 FILLER                   PIC X(10) VALUE '     TOTAL'.
           03 FILLER                   PIC X(10) VALUE '  ACCEPTED'.
           03 FILLER                   PIC X(8)  VALUE '  ACCEPT'.

       01  WS-COLUMN-HEADING-2.
           03 FILLER                   PIC X(84) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE '  NO STOCK'.
           03 FILLER                   PIC X(10) VALUE '  DISCONTD'.
           03 FILLER                   PIC X(10) VALUE '   OFFERED'.
           03 FILLER                   PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(8)  VALUE '  RATE %'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-ITEM-DESCRIPTION      PIC X(30).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-SUBST-REF             PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-SUBST-DESCRIPTION     PIC X(30).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-OFFER-NO-STOCK        PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DL-OFFER-DISCONTINUED    PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DL-OFFERED               PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 DL-ACCEPTED              PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-ACCEPT-RATE           PIC ZZ9.9.

       01  WS-NONE-LINE.
           03 FILLER                   PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(40)
              VALUE 'NO SUBSTITUTIONS OFFERED IN THE PERIOD'.

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE-1.
           03 FILLER                   PIC X(33)
              VALUE 'ITEMS A SUBSTITUTE WAS OFFERED : '.
           03 CL-ITEM-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-2.
           03 FILLER                   PIC X(33)
              VALUE 'ITEM AND SUBSTITUTE PAIRS      : '.
           03 CL-PAIR-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-3.
           03 FILLER                   PIC X(33)
              VALUE 'OFFERED - ITEM OUT OF STOCK    : '.
           03 CL-TOTAL-NO-STOCK        PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-4.
           03 FILLER                   PIC X(33)
              VALUE 'OFFERED - ITEM DISCONTINUED    : '.
           03 CL-TOTAL-DISCONTINUED    PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-5.
           03 FILLER                   PIC X(33)
              VALUE 'OFFERED IN TOTAL               : '.
           03 CL-TOTAL-OFFERED         PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE-6.
           03 FILLER                   PIC X(33)
              VALUE 'ACCEPTED                       : '.
           03 CL-TOTAL-ACCEPTED        PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(10) VALUE '   RATE % '.
           03 CL-ACCEPT-RATE           PIC ZZ9.9.

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

           PERFORM POSITION-COUNT-FILE
           PERFORM READ-NEXT-COUNT-RECORD
           PERFORM PRINT-COUNT-RECORD
               UNTIL COUNT-EOF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-ALL-FILES

           PERFORM RUN-CONTROL-COMPLETE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Work out the period this run reports - the calendar month     *
      * before the run date - as the monthly journal job does         *
      *================================================================*
        DETERMINE-REPORT-PERIOD.
           MOVE WS-RC-RUN-DATE TO WS-RUN-MONTH-START
           MOVE 1 TO WS-RUN-MONTH-DAY
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-MONTH-START) - 1)
           MOVE WS-PERIOD-END-DATE TO WS-PERIOD-START-DATE
           MOVE 1 TO WS-PERIOD-START-DAY
           EXIT.

        OPEN-ALL-FILES.
           OPEN INPUT COUNT-FILE
           IF NOT COUNT-OK
               DISPLAY 'DFH0XCSS: UNABLE TO OPEN SUBSTITUTION COUNT '
                       'FILE - STATUS ' WS-COUNT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCSS: UNABLE TO OPEN CATALOG FILE - STATUS '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCSS: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-PERIOD TO HD-PERIOD
           MOVE WS-RC-RUN-DATE TO HD-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2
           EXIT.

      *================================================================*
      * Position the count file at the first record of the period     *
      *================================================================*
        POSITION-COUNT-FILE.
           MOVE LOW-VALUES TO SBCT-KEY
           MOVE WS-PERIOD TO SBCT-MONTH
           START COUNT-FILE
               KEY IS NOT LESS THAN SBCT-KEY
           END-START
           IF NOT COUNT-OK
               SET COUNT-EOF TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Read the next count record - the period ends at the first     *
      * record of a later month                                       *
      *================================================================*
        READ-NEXT-COUNT-RECORD.
           IF NOT COUNT-EOF
               READ COUNT-FILE NEXT RECORD
                   AT END SET COUNT-EOF TO TRUE
               END-READ
               IF NOT COUNT-OK AND NOT COUNT-EOF
                   DISPLAY 'DFH0XCSS: SUBSTITUTION COUNT READ FAILED - '
                           'STATUS ' WS-COUNT-STATUS
                   SET COUNT-EOF TO TRUE
               END-IF
               IF COUNT-OK AND SBCT-MONTH NOT EQUAL WS-PERIOD
                   SET COUNT-EOF TO TRUE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Print one item and substitute, and add it to the month totals *
      *================================================================*
        PRINT-COUNT-RECORD.
           ADD 1 TO WS-PAIR-COUNT
           IF WS-PAIR-COUNT EQUAL 1 OR
              SBCT-ITEM-REF NOT EQUAL WS-LAST-ITEM-REF
               ADD 1 TO WS-ITEM-COUNT
               MOVE SBCT-ITEM-REF TO WS-LAST-ITEM-REF
           END-IF

           COMPUTE WS-PAIR-OFFERED =
               SBCT-OFFER-NO-STOCK + SBCT-OFFER-DISCONTINUED
           IF WS-PAIR-OFFERED GREATER THAN ZERO
               COMPUTE WS-ACCEPT-RATE ROUNDED =
                   SBCT-ACCEPTED-COUNT * 100 / WS-PAIR-OFFERED
                   ON SIZE ERROR MOVE 999.9 TO WS-ACCEPT-RATE
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-ACCEPT-RATE
           END-IF

           MOVE SBCT-ITEM-REF TO CAT-ITEM-REF
           PERFORM LOOK-UP-DESCRIPTION
           MOVE CAT-DESCRIPTION TO WS-ITEM-DESCRIPTION
           MOVE SBCT-SUBST-REF TO CAT-ITEM-REF
           PERFORM LOOK-UP-DESCRIPTION
           MOVE CAT-DESCRIPTION TO WS-SUBST-DESCRIPTION

           MOVE SBCT-ITEM-REF TO DL-ITEM-REF
           MOVE WS-ITEM-DESCRIPTION TO DL-ITEM-DESCRIPTION
           MOVE SBCT-SUBST-REF TO DL-SUBST-REF
           MOVE WS-SUBST-DESCRIPTION TO DL-SUBST-DESCRIPTION
           MOVE SBCT-OFFER-NO-STOCK TO DL-OFFER-NO-STOCK
           MOVE SBCT-OFFER-DISCONTINUED TO DL-OFFER-DISCONTINUED
           MOVE WS-PAIR-OFFERED TO DL-OFFERED
           MOVE SBCT-ACCEPTED-COUNT TO DL-ACCEPTED
           MOVE WS-ACCEPT-RATE TO DL-ACCEPT-RATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           ADD SBCT-OFFER-NO-STOCK TO WS-TOTAL-NO-STOCK
           ADD SBCT-OFFER-DISCONTINUED TO WS-TOTAL-DISCONTINUED
           ADD WS-PAIR-OFFERED TO WS-TOTAL-OFFERED
           ADD SBCT-ACCEPTED-COUNT TO WS-TOTAL-ACCEPTED

           PERFORM READ-NEXT-COUNT-RECORD
           EXIT.

      *================================================================*
      * Read the catalog record for CAT-ITEM-REF - an item no longer  *
      * on the catalog is shown as such                               *
      *================================================================*
        LOOK-UP-DESCRIPTION.
           READ CATALOG-FILE
               KEY IS CAT-ITEM-REF
           END-READ
           IF NOT CATALOG-OK
               MOVE '*** NOT ON CATALOG ***' TO CAT-DESCRIPTION
           END-IF
           EXIT.

      *================================================================*
      * Print the month totals                                        *
      *================================================================*
        WRITE-REPORT-TOTALS.
           IF WS-PAIR-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF

           IF WS-TOTAL-OFFERED GREATER THAN ZERO
               COMPUTE WS-ACCEPT-RATE ROUNDED =
                   WS-TOTAL-ACCEPTED * 100 / WS-TOTAL-OFFERED
                   ON SIZE ERROR MOVE 999.9 TO WS-ACCEPT-RATE
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-ACCEPT-RATE
           END-IF

           MOVE WS-ITEM-COUNT TO CL-ITEM-COUNT
           MOVE WS-PAIR-COUNT TO CL-PAIR-COUNT
           MOVE WS-TOTAL-NO-STOCK TO CL-TOTAL-NO-STOCK
           MOVE WS-TOTAL-DISCONTINUED TO CL-TOTAL-DISCONTINUED
           MOVE WS-TOTAL-OFFERED TO CL-TOTAL-OFFERED
           MOVE WS-TOTAL-ACCEPTED TO CL-TOTAL-ACCEPTED
           MOVE WS-ACCEPT-RATE TO CL-ACCEPT-RATE

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COUNT-LINE-1
           WRITE REPORT-LINE FROM WS-COUNT-LINE-2
           WRITE REPORT-LINE FROM WS-COUNT-LINE-3
           WRITE REPORT-LINE FROM WS-COUNT-LINE-4
           WRITE REPORT-LINE FROM WS-COUNT-LINE-5
           WRITE REPORT-LINE FROM WS-COUNT-LINE-6
           EXIT.

        CLOSE-ALL-FILES.
           CLOSE COUNT-FILE
           CLOSE CATALOG-FILE
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
           PERFORM DETERMINE-REPORT-PERIOD

           OPEN I-O RUNLOG-FILE
           IF NOT RUNLOG-OK
      *        A run-log that has never been loaded must be created
      *        for output before it can be updated
               OPEN OUTPUT RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCSS: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCSS: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-PERIOD-START-DATE TO RNL-DATE
           MOVE 'DFH0XCSS' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCSS: ALREADY RUN FOR PERIOD '
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
               MOVE 'DFH0XCSS' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCSS: UNABLE TO LOG RUN START - STATUS '
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
           MOVE 'DFH0XCSS' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCSS: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
