       CBL CICS('COBOL3') APOST
      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCSP                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Standing Order Placement Program           *
      *                                                                *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *                                                                *
      *      "Restricted Materials of IBM"                             *
      *                                                                *
      *      5655-Y04                                                  *
      *                                                                *
      *      (C) Copyright IBM Corp. 2004, 2005"                       *
      *                                                                *
      * STATUS = 7.2.0                                                 *
      *                                                                *
      * TRANSACTION NAME = n/a                                         *
      *                                                                *
      * FUNCTION =                                                     *
      *      Places the standing orders held on FILE('EXSTDORD') as   *
      *      they fall due. The program runs in two ways under the    *
      *      same transaction:                                        *
      *                                                                *
      *      Scheduler - started from a terminal, or by its own       *
      *      timed START. It browses the standing order file and      *
      *      STARTs the transaction once for every active order due   *
      *      today or earlier, passing the order's key and running    *
      *      it under the order owner's userid, so the catalog        *
      *      manager applies the owner's own authority, budget,       *
      *      approval threshold and backorder rules exactly as if     *
      *      the owner had keyed the '01ORDR' themselves. It then     *
      *      reschedules itself for the next day's run time, taken    *
      *      from the SORD-PARM configuration record (HHMM, default   *
      *      0600).                                                   *
      *                                                                *
      *      Placement - started with a standing order key. The       *
      *      order is read for update and rechecked, placed through   *
      *      the catalog manager as a '01ORDR', and its next due      *
      *      date rolled forward one period (or the order ended when  *
      *      that passes its end date). The outcome - placed, held    *
      *      for approval, backordered or rejected, with the          *
      *      CA-RETURN-CODE and order number - is written to the run  *
      *      log on TDQ CSOL and kept on the order for its owner to   *
      *      see on the EXSORD panel. A LINK that fails outright,     *
      *      or an order turned away as a suspected duplicate         *
      *      (CA-RETURN-CODE '57'), leaves the due date alone, so     *
      *      the order is retried on the next run.                    *
      *                                                                *
      * ENTRY POINT = DFH0XCSP                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCSP),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : STANDING ORDERS             *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D3= I07544 640 261015 HDIPCB  : RETRY SUSPECTED DUPLICATES  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'DFH0XCSP------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  ABS-TIME                    PIC S9(8) COMP VALUE +0.
       01  TIME1                       PIC X(8)  VALUE SPACES.
       01  DATE1                       PIC X(10) VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8)  VALUE SPACES.
       01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
                                       PIC 9(8).
       01  WS-TIME-NOW                 PIC X(6)  VALUE SPACES.
       01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.
           03 WS-TIME-NOW-HH           PIC 9(2).
           03 WS-TIME-NOW-MM           PIC 9(2).
           03 WS-TIME-NOW-SS           PIC 9(2).

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXSTDORD'.
           03 EM-DETAIL                PIC X(50) VALUE SPACES.

      * Key into the configuration file
       01 EXAMPLE-APP-CONFIG       PIC X(9)
               VALUE 'EXMP-CONF'.

      * Format of the configuration file - the same EXMP-CONF record
      * DFH0XCMN reads; only the catalog manager program name is
      * needed here, for the '01ORDR' requests
       01 APP-CONFIG.
           03 FILE-KEY             PIC X(9).
           03 FILLER               PIC X.
           03 DATASTORE            PIC X(4).
           03 FILLER               PIC X.
           03 DO-OUTBOUND-WS       PIC X.
           03 FILLER               PIC X.
           03 CATMAN-PROG          PIC X(8).
           03 FILLER               PIC X.
           03 DSSTUB-PROG          PIC X(8).
           03 FILLER               PIC X.
           03 DSVSAM-PROG          PIC X(8).
           03 FILLER               PIC X.
           03 ODSTUB-PROG          PIC X(8).
           03 FILLER               PIC X.
           03 ODWEBS-PROG          PIC X(8).
           03 FILLER               PIC X.
           03 STKMAN-PROG          PIC X(8).
           03 FILLER               PIC X.
           03 OUTBOUND-URL         PIC X(255).
           03 FILLER               PIC X.
           03 DSDB2-PROG           PIC X(8).
           03 FILLER               PIC X.

      * Key and record for the scheduler's daily run time. A missing
      * record runs the scheduler at 06:00
       01 WS-SORD-CONFIG-KEY       PIC X(9)
               VALUE 'SORD-PARM'.

       01 WS-SORD-CONFIG.
           03 SPARM-FILE-KEY           PIC X(9).
           03 FILLER                   PIC X.
           03 WS-RUN-TIME              PIC 9(4).
           03 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
               05 WS-RUN-TIME-HH       PIC 9(2).
               05 WS-RUN-TIME-MM       PIC 9(2).
           03 FILLER                   PIC X(66).

      * Request id of the scheduler's own timed START, so a rerun
      * from a terminal replaces the pending one rather than adding
      * a second
       01 WS-SCHEDULE-REQID            PIC X(8) VALUE 'EXSORDRV'.
       01 WS-DELAY-SECONDS             PIC S9(8) COMP VALUE +0.

      * Standing order record as held on FILE('EXSTDORD')
       01 STANDING-ORDER-RECORD.
           COPY DFH0XSOR.

       01 WS-STANDING-ORDER-KEY        PIC X(10) VALUE SPACES.
       01 WS-START-CODE                PIC X(2)  VALUE SPACES.
       01 WS-RETRIEVE-LENGTH           PIC S9(4) COMP VALUE +0.

      * Commarea structure used to LINK each due standing order to
      * the catalog manager as an '01ORDR'
       01 WS-CATMAN-COMMAREA.
           COPY DFH0XCP3.

      * Due date arithmetic
       01 WS-DUE-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           03 WS-DUE-YYYY              PIC 9(4).
           03 WS-DUE-MM                PIC 9(2).
           03 WS-DUE-DD                PIC 9(2).
       01 WS-MONTH-START-DATE          PIC 9(8) VALUE ZERO.
       01 WS-MONTH-START-X REDEFINES WS-MONTH-START-DATE.
           03 WS-MONTH-START-YYYY      PIC 9(4).
           03 WS-MONTH-START-MM        PIC 9(2).
           03 WS-MONTH-START-DD        PIC 9(2).
       01 WS-MONTH-END-DATE            PIC 9(8) VALUE ZERO.
       01 WS-MONTH-END-X REDEFINES WS-MONTH-END-DATE.
           03 FILLER                   PIC 9(6).
           03 WS-MONTH-END-DD          PIC 9(2).

      * Run log line written to TDQ CSOL for every standing order
      * the placement run deals with
       01 STANDING-ORDER-LOG.
           03 SL-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 SL-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXSTDORD'.
           03 FILLER                   PIC X(6)  VALUE ' USER='.
           03 SL-USERID                PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(4)  VALUE ' NO='.
           03 SL-NUMBER                PIC 9(2)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 SL-ITEM-REF              PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' DEPT='.
           03 SL-CHARGE-DEPT           PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 SL-QUANTITY              PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 SL-OUTCOME               PIC X(11) VALUE SPACES.
           03 FILLER                   PIC X(4)  VALUE ' RC='.
           03 SL-RETURN-CODE           PIC X(2)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' ORDER='.
           03 SL-ORDER-NUMBER          PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' NEXT='.
           03 SL-NEXT-DUE-DATE         PIC 9(8)  VALUE ZERO.

      * Run counters for the scheduler summary
       01 WS-READ-COUNT                PIC 9(5) VALUE ZERO.
       01 WS-DUE-COUNT                 PIC 9(5) VALUE ZERO.
       01 WS-STARTED-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-START-FAILED-COUNT        PIC 9(5) VALUE ZERO.

      * Summary written to TDQ CSOL and sent to the invoking
      * terminal
       01 WS-SCHEDULE-REPORT.
           03 FILLER                   PIC X(22)
              VALUE 'STANDING ORDERS: READ='.
           03 RR-READ                  PIC ZZZZ9.
           03 FILLER                   PIC X(5)  VALUE ' DUE='.
           03 RR-DUE                   PIC ZZZZ9.
           03 FILLER                   PIC X(9)  VALUE ' STARTED='.
           03 RR-STARTED               PIC ZZZZ9.
           03 FILLER                   PIC X(13) VALUE ' START FAILS='.
           03 RR-START-FAILED          PIC ZZZZ9.
           03 FILLER                   PIC X(10) VALUE ' NEXT RUN='.
           03 RR-RUN-TIME              PIC 9(4).

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RESPONSE-CODE             PIC S9(8) COMP.
           03 WS-BROWSE-DONE-FLAG          PIC X   VALUE 'N'.
               88 STANDING-ORDER-BROWSE-DONE       VALUE 'Y'.
           03 WS-PLACE-FLAG                PIC X   VALUE 'N'.
               88 STANDING-ORDER-TO-PLACE          VALUE 'Y'.

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 STANDING-ORDER-DATA                     PIC X(1).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * initialize working storage variables
           INITIALIZE APP-CONFIG.
           INITIALIZE WORKING-VARIABLES.
           INITIALIZE ERROR-MSG.

      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
                     TIME(WS-TIME-NOW)
           END-EXEC

           EXEC CICS ASSIGN STARTCODE(WS-START-CODE)
           END-EXEC

      *----------------------------------------------------------------*
      * Started with a standing order key - place that one order;     *
      * otherwise this is the scheduler run                           *
      *----------------------------------------------------------------*
           IF WS-START-CODE EQUAL 'SD'
               PERFORM PLACE-STANDING-ORDER
           ELSE
               PERFORM SCHEDULE-DUE-ORDERS
           END-IF

      * Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
      * Procedure to write error message to TD QUEUE(CSMT)             *
      *   message will include Date, Time, Program Name,               *
      *   and error details.                                           *
      *================================================================*
       WRITE-ERROR-MESSAGE.
      * Obtain and format current time and date
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
      * Write output message to TDQ
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                     FROM(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           EXIT.

      *================================================================*
      * Scheduler run: START one placement task for every active      *
      * standing order now due, each under its owner's userid, then   *
      * reschedule for the next daily run. The browse only reads -    *
      * every change to an order is made by its own placement task,   *
      * which rechecks the order, so an order started twice is only   *
      * ever placed once                                              *
      *================================================================*
        SCHEDULE-DUE-ORDERS.
           PERFORM READ-SCHEDULE-TIME

           MOVE LOW-VALUES TO WS-STANDING-ORDER-KEY
           EXEC CICS STARTBR FILE('EXSTDORD')
                     RIDFLD(WS-STANDING-ORDER-KEY)
                     GTEQ
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               PERFORM UNTIL STANDING-ORDER-BROWSE-DONE
                   EXEC CICS READNEXT FILE('EXSTDORD')
                             INTO(STANDING-ORDER-RECORD)
                             RIDFLD(WS-STANDING-ORDER-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
                       ADD 1 TO WS-READ-COUNT
                       IF SORD-STATUS-ACTIVE AND
                          SORD-NEXT-DUE-DATE NOT GREATER THAN
                              WS-TODAY-DATE-N
                           ADD 1 TO WS-DUE-COUNT
                           PERFORM START-PLACEMENT-TASK
                       END-IF
                   ELSE
                       SET STANDING-ORDER-BROWSE-DONE TO TRUE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXSTDORD')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NOTFND)
                   MOVE ' ERROR BROWSING STANDING ORDER FILE'
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF

           PERFORM RESCHEDULE-SCHEDULER
           PERFORM SEND-SCHEDULE-REPORT
           EXIT.

      *================================================================*
      * Procedure to read the scheduler's daily run time. A missing   *
      * or unusable record runs it at 06:00                           *
      *================================================================*
        READ-SCHEDULE-TIME.
           INITIALIZE WS-SORD-CONFIG
           EXEC CICS READ FILE('EXMPCONF')
                          INTO(WS-SORD-CONFIG)
                          RIDFLD(WS-SORD-CONFIG-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL) OR
              WS-RUN-TIME NOT NUMERIC OR
              WS-RUN-TIME-HH GREATER THAN 23 OR
              WS-RUN-TIME-MM GREATER THAN 59
               MOVE 0600 TO WS-RUN-TIME
           END-IF
           EXIT.

      *================================================================*
      * Procedure to START the placement of one due standing order,   *
      * passing its key and running under the owner's userid          *
      *================================================================*
        START-PLACEMENT-TASK.
           EXEC CICS START TRANSID(WS-TRANSID)
                     FROM(SORD-KEY)
                     LENGTH(LENGTH OF SORD-KEY)
                     USERID(SORD-USERID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               ADD 1 TO WS-STARTED-COUNT
           ELSE
               ADD 1 TO WS-START-FAILED-COUNT
               MOVE SPACES TO EM-DETAIL
               STRING ' STANDING ORDER NOT STARTED ' SORD-USERID
                      ' NO ' SORD-NUMBER
                   DELIMITED BY SIZE
                   INTO EM-DETAIL
               END-STRING
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to reschedule the scheduler for its next run time - *
      * later today if that is still to come, otherwise tomorrow. Any *
      * run already pending is cancelled first, so running it from a  *
      * terminal never leaves two scheduled                           *
      *================================================================*
        RESCHEDULE-SCHEDULER.
           EXEC CICS CANCEL REQID(WS-SCHEDULE-REQID)
                     TRANSID(WS-TRANSID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           COMPUTE WS-DELAY-SECONDS =
               (WS-RUN-TIME-HH * 3600 + WS-RUN-TIME-MM * 60)
             - (WS-TIME-NOW-HH * 3600 + WS-TIME-NOW-MM * 60
                + WS-TIME-NOW-SS)
           IF WS-DELAY-SECONDS NOT GREATER THAN ZERO
               ADD 86400 TO WS-DELAY-SECONDS
           END-IF

           EXEC CICS START TRANSID(WS-TRANSID)
                     REQID(WS-SCHEDULE-REQID)
                     AFTER SECONDS(WS-DELAY-SECONDS)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE ' UNABLE TO RESCHEDULE STANDING ORDER RUN'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to log the scheduler summary to TDQ CSOL, and send  *
      * it to the terminal when the run was started from one          *
      *================================================================*
        SEND-SCHEDULE-REPORT.
           MOVE WS-READ-COUNT TO RR-READ
           MOVE WS-DUE-COUNT TO RR-DUE
           MOVE WS-STARTED-COUNT TO RR-STARTED
           MOVE WS-START-FAILED-COUNT TO RR-START-FAILED
           MOVE WS-RUN-TIME TO RR-RUN-TIME

           EXEC CICS WRITEQ TD QUEUE('CSOL')
                     FROM(WS-SCHEDULE-REPORT)
                     LENGTH(LENGTH OF WS-SCHEDULE-REPORT)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-START-CODE EQUAL 'TD'
               EXEC CICS SEND TEXT FROM(WS-SCHEDULE-REPORT)
                         ERASE
                         FREEKB
               END-EXEC
           END-IF
           EXIT.

      *================================================================*
      * Placement run: place the one standing order whose key this    *
      * task was started with. The order is rechecked under the       *
      * update lock - one suspended, cancelled or already rolled      *
      * forward since the scheduler saw it is left alone, and one     *
      * past its end date is ended without being placed               *
      *================================================================*
        PLACE-STANDING-ORDER.
           MOVE LENGTH OF WS-STANDING-ORDER-KEY TO WS-RETRIEVE-LENGTH
           EXEC CICS RETRIEVE INTO(WS-STANDING-ORDER-KEY)
                     LENGTH(WS-RETRIEVE-LENGTH)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE ' NO STANDING ORDER KEY PASSED TO PLACEMENT'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EXEC CICS READ FILE('EXSTDORD')
                          INTO(STANDING-ORDER-RECORD)
                          RIDFLD(WS-STANDING-ORDER-KEY)
                          RESP(WS-RESPONSE-CODE)
                          UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO EM-DETAIL
               STRING ' STANDING ORDER NOT READ ' WS-STANDING-ORDER-KEY
                   DELIMITED BY SIZE
                   INTO EM-DETAIL
               END-STRING
               PERFORM WRITE-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PLACE-FLAG
           EVALUATE TRUE
               WHEN NOT SORD-STATUS-ACTIVE
                   CONTINUE
               WHEN SORD-NEXT-DUE-DATE GREATER THAN WS-TODAY-DATE-N
                   CONTINUE
               WHEN SORD-END-DATE NOT EQUAL ZERO AND
                    SORD-NEXT-DUE-DATE GREATER THAN SORD-END-DATE
                   SET SORD-STATUS-ENDED TO TRUE
                   MOVE 'ENDED' TO SL-OUTCOME
                   MOVE SPACES TO SL-RETURN-CODE
                   MOVE ZERO TO SL-ORDER-NUMBER
                   PERFORM REWRITE-PLACED-ORDER
                   EXIT PARAGRAPH
               WHEN OTHER
                   SET STANDING-ORDER-TO-PLACE TO TRUE
           END-EVALUATE

           IF NOT STANDING-ORDER-TO-PLACE
               EXEC CICS UNLOCK FILE('EXSTDORD')
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CATMAN-CONFIG
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('EXSTDORD')
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-CATMAN-COMMAREA
           MOVE '01ORDR' TO CA-REQUEST-ID
           MOVE '00' TO CA-RETURN-CODE
           MOVE SORD-USERID TO CA-USERID
           MOVE SORD-CHARGE-DEPT TO CA-CHARGE-DEPT
           MOVE SORD-ITEM-REF TO CA-ITEM-REF-NUMBER
           MOVE SORD-QUANTITY TO CA-QUANTITY-REQ
           MOVE SORD-LOCATION TO CA-STOCK-LOCATION
           EXEC CICS LINK PROGRAM(CATMAN-PROG)
                          COMMAREA(WS-CATMAN-COMMAREA)
                          LENGTH(LENGTH OF WS-CATMAN-COMMAREA)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

      *    A LINK that fails outright leaves the order as it was, to
      *    be retried on the next run
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('EXSTDORD')
               END-EXEC
               MOVE 'FAILED' TO SL-OUTCOME
               MOVE SPACES TO SL-RETURN-CODE
               MOVE ZERO TO SL-ORDER-NUMBER
               PERFORM WRITE-STANDING-ORDER-LOG
               MOVE SPACES TO EM-DETAIL
               STRING ' STANDING ORDER LINK FAILED ' SORD-USERID
                      ' NO ' SORD-NUMBER
                   DELIMITED BY SIZE
                   INTO EM-DETAIL
               END-STRING
               PERFORM WRITE-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *    An order the catalog manager turned away as a suspected
      *    duplicate was never placed - the due date is left alone
      *    so it is placed on the next run, and only the return code
      *    is kept on the order for its owner to see
           IF CA-RETURN-CODE EQUAL '57'
               MOVE 'FAILED' TO SL-OUTCOME
               MOVE CA-RETURN-CODE TO SL-RETURN-CODE
               MOVE ZERO TO SL-ORDER-NUMBER
               MOVE CA-RETURN-CODE TO SORD-LAST-RETURN-CODE
               PERFORM REWRITE-PLACED-ORDER
               MOVE SPACES TO EM-DETAIL
               STRING ' STANDING ORDER DUPLICATE - RETRY '
                      SORD-USERID ' NO ' SORD-NUMBER
                   DELIMITED BY SIZE
                   INTO EM-DETAIL
               END-STRING
               PERFORM WRITE-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EVALUATE CA-RETURN-CODE
               WHEN '00'
               WHEN '55'
                   MOVE 'PLACED' TO SL-OUTCOME
               WHEN '54'
                   MOVE 'HELD' TO SL-OUTCOME
      *        A substitute offered alongside the backorder is left
      *        for the owner to take up - the standing order itself
      *        stays on its own item
               WHEN '58'
               WHEN '59'
                   MOVE 'BACKORDERED' TO SL-OUTCOME
               WHEN OTHER
                   MOVE 'REJECTED' TO SL-OUTCOME
           END-EVALUATE
           MOVE CA-RETURN-CODE TO SL-RETURN-CODE
           IF CA-ORDER-NUMBER NUMERIC
               MOVE CA-ORDER-NUMBER TO SL-ORDER-NUMBER
           ELSE
               MOVE ZERO TO SL-ORDER-NUMBER
           END-IF

           MOVE WS-TODAY-DATE TO SORD-LAST-PLACED-DATE
           MOVE CA-RETURN-CODE TO SORD-LAST-RETURN-CODE
           MOVE SL-ORDER-NUMBER TO SORD-LAST-ORDER-NUMBER

      *    Roll the due date past today - an order missed on earlier
      *    runs is placed once, not once per missed period
           MOVE SORD-NEXT-DUE-DATE TO WS-DUE-DATE
           PERFORM ADVANCE-DUE-DATE
               UNTIL WS-DUE-DATE GREATER THAN WS-TODAY-DATE-N
           MOVE WS-DUE-DATE TO SORD-NEXT-DUE-DATE
           IF SORD-END-DATE NOT EQUAL ZERO AND
              SORD-NEXT-DUE-DATE GREATER THAN SORD-END-DATE
               SET SORD-STATUS-ENDED TO TRUE
           END-IF

           PERFORM REWRITE-PLACED-ORDER
           EXIT.

      *================================================================*
      * Procedure to read the configuration record for the catalog    *
      * manager program name                                          *
      *================================================================*
        READ-CATMAN-CONFIG.
           EXEC CICS READ FILE('EXMPCONF')
                          INTO(APP-CONFIG)
                          RIDFLD(EXAMPLE-APP-CONFIG)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE ' ERROR OPENING CONFIGURATION FILE' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to rewrite the standing order after placement and   *
      * log the outcome to the run log                                *
      *================================================================*
        REWRITE-PLACED-ORDER.
           EXEC CICS REWRITE FILE('EXSTDORD')
                             FROM(STANDING-ORDER-RECORD)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO EM-DETAIL
               STRING ' STANDING ORDER NOT REWRITTEN ' SORD-USERID
                      ' NO ' SORD-NUMBER
                   DELIMITED BY SIZE
                   INTO EM-DETAIL
               END-STRING
               PERFORM WRITE-ERROR-MESSAGE
           END-IF

           PERFORM WRITE-STANDING-ORDER-LOG
           EXIT.

      *================================================================*
      * Procedure to write one standing order's line to the run log   *
      * on TDQ CSOL                                                   *
      *================================================================*
        WRITE-STANDING-ORDER-LOG.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO SL-DATE
           MOVE TIME1 TO SL-TIME
           MOVE SORD-USERID TO SL-USERID
           MOVE SORD-NUMBER TO SL-NUMBER
           MOVE SORD-ITEM-REF TO SL-ITEM-REF
           MOVE SORD-CHARGE-DEPT TO SL-CHARGE-DEPT
           MOVE SORD-QUANTITY TO SL-QUANTITY
           MOVE SORD-NEXT-DUE-DATE TO SL-NEXT-DUE-DATE

           EXEC CICS WRITEQ TD QUEUE('CSOL')
                     FROM(STANDING-ORDER-LOG)
                     LENGTH(LENGTH OF STANDING-ORDER-LOG)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           EXIT.

      *================================================================*
      * Procedure to move WS-DUE-DATE on by one period - seven days   *
      * for a weekly order; for a monthly order the order's due day   *
      * of the next month, or that month's last day when it is        *
      * shorter                                                       *
      *================================================================*
        ADVANCE-DUE-DATE.
           IF SORD-WEEKLY
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7)
               EXIT PARAGRAPH
           END-IF

           IF WS-DUE-MM EQUAL 12
               ADD 1 TO WS-DUE-YYYY
               MOVE 1 TO WS-DUE-MM
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF
           MOVE WS-DUE-YYYY TO WS-MONTH-START-YYYY
           MOVE WS-DUE-MM TO WS-MONTH-START-MM
           MOVE 1 TO WS-MONTH-START-DD
           IF WS-MONTH-START-MM EQUAL 12
               ADD 1 TO WS-MONTH-START-YYYY
               MOVE 1 TO WS-MONTH-START-MM
           ELSE
               ADD 1 TO WS-MONTH-START-MM
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE) - 1)
           IF SORD-DUE-DAY GREATER THAN WS-MONTH-END-DD OR
              SORD-DUE-DAY EQUAL ZERO
               MOVE WS-MONTH-END-DD TO WS-DUE-DD
           ELSE
               MOVE SORD-DUE-DAY TO WS-DUE-DD
           END-IF
           EXIT.
