       CBL CICS('COBOL3') APOST
      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCSO                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Standing Order Maintenance Program         *
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
      *      This program maintains the signed-on user's standing     *
      *      orders on FILE('EXSTDORD') on the EXSORD panel: the      *
      *      charge department, item, quantity, location, frequency  *
      *      (weekly or monthly), next due date and end date of an    *
      *      order the standing order scheduler (DFH0XCSP) places     *
      *      on the user's behalf each time it falls due. Each user   *
      *      numbers their own standing orders 01-99 and only ever    *
      *      sees and changes their own. An order can be added,       *
      *      amended, suspended, resumed and cancelled; a resumed     *
      *      order whose due date passed while it was suspended is    *
      *      moved on to its next due date from today, so the missed  *
      *      orders are not all placed at once. Cancelled orders are  *
      *      kept on file, and their number may be reused for a new   *
      *      order. The panel is only served to users whose EXUSRAUT  *
      *      profile allows the order request class                  *
      *      (UAUT-ALLOW-ORDER), and the charge department must be    *
      *      one the profile allows - the same checks the catalog     *
      *      manager applies again when each order is placed.         *
      *                                                                *
      * ENTRY POINT = DFH0XCSO                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCSO),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : STANDING ORDERS             *
      *   $D1= I07544 640 261015 HDIPCB  : EIGHT DIGIT ITEM REFERENCES *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCSO.
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
                                        VALUE 'DFH0XCSO------WS'.
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

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXSTDORD'.
           03 EM-DETAIL                PIC X(50) VALUE SPACES.

      * Standing order record as held on FILE('EXSTDORD')
       01 STANDING-ORDER-RECORD.
           COPY DFH0XSOR.

      * User authority profile of the signed-on user, read from
      * FILE('EXUSRAUT') to decide whether the panel is served
       01 USER-AUTHORITY-RECORD.
           COPY DFH0XUAR.

      * Record keys for file requests - a user's standing orders are
      * keyed on their own userid
       01 WS-STANDING-ORDER-KEY.
           03 WS-SO-KEY-USERID         PIC X(8) VALUE SPACES.
           03 WS-SO-KEY-NUMBER         PIC 9(2) VALUE ZERO.
       01 WS-SIGNED-ON-USERID      PIC X(8) VALUE SPACES.
       01 WS-ITEM-REF              PIC 9(8) VALUE ZERO.

      * Key into the configuration file
       01 EXAMPLE-APP-CONFIG       PIC X(9)
               VALUE 'EXMP-CONF'.

      * Format of the configuration file - read for the catalog
      * manager program name, through which the item is checked
      * against the catalog
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

      * Inquire single commarea used to check the item exists
       01 WS-ITEM-INQUIRE-COMMAREA.
           COPY DFH0XCP4.

      * Date checking and due date arithmetic
       01 WS-CHECK-DATE                PIC 9(8) VALUE ZERO.
       01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           03 WS-CHECK-YYYY            PIC 9(4).
           03 WS-CHECK-MM              PIC 9(2).
           03 WS-CHECK-DD              PIC 9(2).
       01 WS-MONTH-START-DATE          PIC 9(8) VALUE ZERO.
       01 WS-MONTH-START-X REDEFINES WS-MONTH-START-DATE.
           03 WS-MONTH-START-YYYY      PIC 9(4).
           03 WS-MONTH-START-MM        PIC 9(2).
           03 WS-MONTH-START-DD        PIC 9(2).
       01 WS-MONTH-END-DATE            PIC 9(8) VALUE ZERO.
       01 WS-MONTH-END-X REDEFINES WS-MONTH-END-DATE.
           03 FILLER                   PIC 9(6).
           03 WS-MONTH-END-DD          PIC 9(2).
       01 WS-DUE-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           03 WS-DUE-YYYY              PIC 9(4).
           03 WS-DUE-MM                PIC 9(2).
           03 WS-DUE-DD                PIC 9(2).
       01 WS-AUTH-DEPT-INDEX           PIC 9(1) VALUE ZERO.

       01 APP-EXIT-MESSAGE             PIC X(30)
                            VALUE 'STANDING ORDER MAINT COMPLETE '.

       01 APP-REFUSED-MESSAGE          PIC X(40)
                  VALUE 'NOT AUTHORISED TO PLACE ORDERS          '.

       01 APP-PROMPT-MESSAGE           PIC X(60)
           VALUE 'S=SHOW A=ADD U=AMEND H=HOLD R=RESUME C=CANCEL'.

      * Switches
       01 SWITCHES.
            03 SEND-SWITCH             PIC X   VALUE '1'.
                88 SEND-ERASE                  VALUE '1'.
                88 SEND-DATAONLY               VALUE '2'.
                88 SEND-ALARM                  VALUE '3'.

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RESPONSE-CODE                 PIC S9(8) COMP.
           03 DATA-VALID-FLAG                  PIC X   VALUE '1'.
               88 DATA-VALID                           VALUE '1'.
               88 DATA-INVALID                         VALUE '2'.
           03 WS-RECORD-EXISTS-FLAG            PIC X   VALUE 'N'.
               88 STANDING-ORDER-EXISTS                VALUE 'Y'.
           03 WS-READ-FAILED-FLAG              PIC X   VALUE 'N'.
               88 STANDING-ORDER-READ-FAILED           VALUE 'Y'.
           03 WS-ORDER-ALLOWED-FLAG            PIC X   VALUE 'N'.
               88 ORDERING-ALLOWED                     VALUE 'Y'.
           03 WS-ITEM-FOUND-FLAG               PIC X   VALUE 'N'.
               88 CATALOG-ITEM-FOUND                   VALUE 'Y'.
           03 WS-DATE-VALID-FLAG               PIC X   VALUE 'N'.
               88 CHECK-DATE-VALID                     VALUE 'Y'.
           03 WS-DEPT-LIST-FLAG                PIC X   VALUE 'N'.
               88 DEPT-LIST-PRESENT                    VALUE 'Y'.
           03 WS-DEPT-OK-FLAG                  PIC X   VALUE 'N'.
               88 DEPT-ALLOWED                         VALUE 'Y'.

      * Working storage copy of Commarea - nothing needs carrying
      * across the pseudo-conversation beyond keeping it alive
       01 WS-COMMAREA.
           03 SO-CONVERSATION-DATA     PIC X(1).

       COPY DFH0XM8.
       COPY DFHAID.

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
           INITIALIZE WORKING-VARIABLES.
           INITIALIZE ERROR-MSG.
           INITIALIZE EXSORDO.
           INITIALIZE WS-COMMAREA.

      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

           MOVE LOW-VALUE TO EXSORDO.

      *----------------------------------------------------------------*
      * Only users who may place orders are served the panel at all   *
      *----------------------------------------------------------------*
           PERFORM CHECK-ORDER-AUTHORITY
           IF NOT ORDERING-ALLOWED
               EXEC CICS SEND TEXT FROM(APP-REFUSED-MESSAGE)
                         ERASE
                         FREEKB
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC

      *----------------------------------------------------------------*
      * Check commarea and obtain required details                     *
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN EIBCALEN EQUAL ZERO
      *        First invocation - show an empty panel
                   MOVE APP-PROMPT-MESSAGE TO SOMSGO
                   PERFORM SEND-STANDING-ORDER-PANEL

               WHEN EIBAID EQUAL DFHCLEAR
      *        Clear key pressed - reset panel
                   MOVE APP-PROMPT-MESSAGE TO SOMSGO
                   PERFORM SEND-STANDING-ORDER-PANEL

               WHEN EIBAID EQUAL DFHPA1 OR DFHPA2 OR DFHPA3
      *        Attention keys - do nothing special

               WHEN EIBAID EQUAL DFHPF3 OR DFHPF12
      *        Exit application
                   PERFORM APPLICATION-EXIT

               WHEN EIBAID EQUAL DFHENTER

                   PERFORM READ-PANEL-INPUT
                   PERFORM VALIDATE-INPUT

                   IF DATA-VALID
                       PERFORM ACTION-STANDING-ORDER-REQUEST
                       SET SEND-ERASE TO TRUE
                       PERFORM SEND-STANDING-ORDER-PANEL
                   ELSE
                       SET SEND-ALARM TO TRUE
                       PERFORM SEND-STANDING-ORDER-PANEL
                   END-IF

           END-EVALUATE


      * Return to caller
           EXEC CICS RETURN TRANSID(WS-TRANSID)
                            COMMAREA(WS-COMMAREA)
           END-EXEC.

           EXIT.

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
      * Procedure to check the signed-on user's authority profile     *
      * allows the order request class - the same test the catalog    *
      * manager applies to '01ORDR'. No profile, or a profile that    *
      * cannot be read, is refused                                    *
      *================================================================*
        CHECK-ORDER-AUTHORITY.
           MOVE 'N' TO WS-ORDER-ALLOWED-FLAG

           EXEC CICS ASSIGN USERID(WS-SIGNED-ON-USERID)
           END-EXEC

           EXEC CICS READ FILE('EXUSRAUT')
                          INTO(USER-AUTHORITY-RECORD)
                          RIDFLD(WS-SIGNED-ON-USERID)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL) AND
              UAUT-ALLOW-ORDER EQUAL 'Y'
               SET ORDERING-ALLOWED TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to send the standing order panel BMS map             *
      *================================================================*
        SEND-STANDING-ORDER-PANEL.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP('EXSORD')
                                  MAPSET('DFH0XS8')
                                  FROM(EXSORDO)
                                  ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP('EXSORD')
                                  MAPSET('DFH0XS8')
                                  FROM(EXSORDO)
                                  DATAONLY
                   END-EXEC
               WHEN SEND-ALARM
                   EXEC CICS SEND MAP('EXSORD')
                                  MAPSET('DFH0XS8')
                                  FROM(EXSORDO)
                                  DATAONLY
                                  ALARM
                   END-EXEC
           END-EVALUATE
           EXIT.

      *================================================================*
      * Procedure to read the operator's input off the panel          *
      *================================================================*
        READ-PANEL-INPUT.
           EXEC CICS IGNORE CONDITION MAPFAIL END-EXEC
           INITIALIZE EXSORDI
           EXEC CICS RECEIVE MAP('EXSORD')
                             MAPSET('DFH0XS8')
                             INTO(EXSORDI)
           END-EXEC
           EXIT.

      *================================================================*
      * Check values entered are valid. Only the shape of each field  *
      * keyed is checked here; the order as a whole is checked once   *
      * the keyed fields have been applied over the record on file    *
      *================================================================*
        VALIDATE-INPUT.
           SET DATA-VALID TO TRUE

           IF SONUML EQUAL ZERO OR SONUMI NOT NUMERIC OR
              SONUMI EQUAL '00'
               SET DATA-INVALID TO TRUE
               MOVE 'STANDING ORDER NUMBER MUST BE 01 TO 99' TO SOMSGO
           END-IF

           IF DATA-VALID
               MOVE FUNCTION UPPER-CASE(SOACTI) TO SOACTI
               IF SOACTI NOT EQUAL 'S' AND
                  SOACTI NOT EQUAL 'A' AND
                  SOACTI NOT EQUAL 'U' AND
                  SOACTI NOT EQUAL 'H' AND
                  SOACTI NOT EQUAL 'R' AND
                  SOACTI NOT EQUAL 'C'
                   SET DATA-INVALID TO TRUE
                   MOVE APP-PROMPT-MESSAGE TO SOMSGO
               END-IF
           END-IF

           IF DATA-VALID AND (SOACTI EQUAL 'A' OR SOACTI EQUAL 'U')
               EVALUATE TRUE
                   WHEN SODEPTL NOT EQUAL ZERO AND SODEPTI NOT NUMERIC
                       SET DATA-INVALID TO TRUE
                       MOVE 'CHARGE DEPARTMENT MUST BE 3 DIGITS'
                           TO SOMSGO
                   WHEN SOITEML NOT EQUAL ZERO AND SOITEMI NOT NUMERIC
                       SET DATA-INVALID TO TRUE
                       MOVE 'ITEM REFERENCE MUST BE 8 DIGITS' TO SOMSGO
                   WHEN SOQTYL NOT EQUAL ZERO AND SOQTYI NOT NUMERIC
                       SET DATA-INVALID TO TRUE
                       MOVE 'QUANTITY MUST BE 3 DIGITS' TO SOMSGO
                   WHEN SODUEL NOT EQUAL ZERO AND SODUEI NOT NUMERIC
                       SET DATA-INVALID TO TRUE
                       MOVE 'NEXT DUE DATE MUST BE YYYYMMDD' TO SOMSGO
                   WHEN SOENDL NOT EQUAL ZERO AND SOENDI NOT NUMERIC
                       SET DATA-INVALID TO TRUE
                       MOVE 'END DATE MUST BE YYYYMMDD OR ZEROS'
                           TO SOMSGO
               END-EVALUATE
               IF DATA-VALID AND SOFREQL NOT EQUAL ZERO
                   MOVE FUNCTION UPPER-CASE(SOFREQI) TO SOFREQI
                   IF SOFREQI NOT EQUAL 'W' AND
                      SOFREQI NOT EQUAL 'M'
                       SET DATA-INVALID TO TRUE
                       MOVE 'FREQUENCY MUST BE W=WEEKLY M=MONTHLY'
                           TO SOMSGO
                   END-IF
               END-IF
               IF DATA-VALID AND SOLOCL NOT EQUAL ZERO
                   MOVE FUNCTION UPPER-CASE(SOLOCI) TO SOLOCI
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to act on the validated request                      *
      *================================================================*
        ACTION-STANDING-ORDER-REQUEST.
           MOVE WS-SIGNED-ON-USERID TO WS-SO-KEY-USERID
           MOVE SONUMI TO WS-SO-KEY-NUMBER

           EVALUATE SOACTI
               WHEN 'S'
                   PERFORM SHOW-STANDING-ORDER
               WHEN 'A'
                   PERFORM ADD-STANDING-ORDER
               WHEN 'U'
                   PERFORM AMEND-STANDING-ORDER
               WHEN OTHER
                   PERFORM CHANGE-STANDING-ORDER-STATUS
           END-EVALUATE

           MOVE WS-SO-KEY-NUMBER TO SONUMO
           EXIT.

      *================================================================*
      * Procedure to read one standing order onto the panel            *
      *================================================================*
        SHOW-STANDING-ORDER.
           EXEC CICS READ FILE('EXSTDORD')
                          INTO(STANDING-ORDER-RECORD)
                          RIDFLD(WS-STANDING-ORDER-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM POPULATE-STANDING-ORDER-FIELDS
                   MOVE 'STANDING ORDER SHOWN' TO SOMSGO
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO STANDING ORDER WITH THIS NUMBER - A TO ADD'
                       TO SOMSGO
               WHEN OTHER
                   MOVE 'ERROR READING STANDING ORDER FILE' TO SOMSGO
           END-EVALUATE
           EXIT.

      *================================================================*
      * Procedure to move one standing order onto the panel fields    *
      *================================================================*
        POPULATE-STANDING-ORDER-FIELDS.
           MOVE SORD-CHARGE-DEPT TO SODEPTO
           MOVE SORD-ITEM-REF TO SOITEMO
           MOVE SORD-QUANTITY TO SOQTYO
           MOVE SORD-LOCATION TO SOLOCO
           MOVE SORD-FREQUENCY TO SOFREQO
           MOVE SORD-NEXT-DUE-DATE TO SODUEO
           MOVE SORD-END-DATE TO SOENDO
           MOVE SORD-STATUS TO SOSTATO
           MOVE SORD-LAST-PLACED-DATE TO SOLASTO
           MOVE SORD-LAST-RETURN-CODE TO SORCO
           MOVE SORD-LAST-ORDER-NUMBER TO SOORDO
           EXIT.

      *================================================================*
      * Procedure to set up a new standing order, under an ENQ on the *
      * key while it is read and written - the record-level protocol  *
      * the EXSUPL panel uses. A number already holding a live order  *
      * is refused; a cancelled or ended order's number is reused     *
      *================================================================*
        ADD-STANDING-ORDER.
           EXEC CICS ENQ RESOURCE(WS-STANDING-ORDER-KEY)
                         LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
           END-EXEC

           MOVE 'N' TO WS-RECORD-EXISTS-FLAG
           MOVE 'N' TO WS-READ-FAILED-FLAG
           EXEC CICS READ FILE('EXSTDORD')
                          INTO(STANDING-ORDER-RECORD)
                          RIDFLD(WS-STANDING-ORDER-KEY)
                          RESP(WS-RESPONSE-CODE)
                          UPDATE
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   SET STANDING-ORDER-EXISTS TO TRUE
                   IF SORD-STATUS-ACTIVE OR SORD-STATUS-SUSPENDED
                       SET STANDING-ORDER-READ-FAILED TO TRUE
                       MOVE 'NUMBER ALREADY IN USE - U TO AMEND IT'
                           TO SOMSGO
                       EXEC CICS UNLOCK FILE('EXSTDORD')
                       END-EXEC
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET STANDING-ORDER-READ-FAILED TO TRUE
                   MOVE 'ERROR READING STANDING ORDER FILE' TO SOMSGO
           END-EVALUATE

           IF NOT STANDING-ORDER-READ-FAILED
               IF SODEPTL EQUAL ZERO OR SOITEML EQUAL ZERO OR
                  SOQTYL EQUAL ZERO OR SOFREQL EQUAL ZERO OR
                  SODUEL EQUAL ZERO
                   SET STANDING-ORDER-READ-FAILED TO TRUE
                   MOVE 'DEPT, ITEM, QTY, FREQUENCY AND DUE DATE NEEDED'
                       TO SOMSGO
                   IF STANDING-ORDER-EXISTS
                       EXEC CICS UNLOCK FILE('EXSTDORD')
                       END-EXEC
                   END-IF
               END-IF
           END-IF

           IF STANDING-ORDER-READ-FAILED
               EXEC CICS DEQ RESOURCE(WS-STANDING-ORDER-KEY)
                             LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           INITIALIZE STANDING-ORDER-RECORD
           MOVE WS-SO-KEY-USERID TO SORD-USERID
           MOVE WS-SO-KEY-NUMBER TO SORD-NUMBER
           MOVE SPACES TO SORD-LOCATION
           MOVE ZERO TO SORD-END-DATE
           MOVE 'A' TO SORD-STATUS
           MOVE SPACES TO SORD-LAST-PLACED-DATE
           MOVE SPACES TO SORD-LAST-RETURN-CODE
           MOVE ZERO TO SORD-LAST-ORDER-NUMBER
           PERFORM EXTRACT-STANDING-ORDER-FIELDS
           PERFORM CHECK-STANDING-ORDER
           IF DATA-INVALID
               IF STANDING-ORDER-EXISTS
                   EXEC CICS UNLOCK FILE('EXSTDORD')
                   END-EXEC
               END-IF
               EXEC CICS DEQ RESOURCE(WS-STANDING-ORDER-KEY)
                             LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           IF STANDING-ORDER-EXISTS
               EXEC CICS REWRITE FILE('EXSTDORD')
                                 FROM(STANDING-ORDER-RECORD)
                                 RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('EXSTDORD')
                               FROM(STANDING-ORDER-RECORD)
                               RIDFLD(WS-STANDING-ORDER-KEY)
                               RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF

           EXEC CICS DEQ RESOURCE(WS-STANDING-ORDER-KEY)
                         LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               PERFORM POPULATE-STANDING-ORDER-FIELDS
               MOVE 'STANDING ORDER SET UP' TO SOMSGO
           ELSE
               MOVE 'ERROR WRITING STANDING ORDER FILE' TO SOMSGO
               MOVE ' UNABLE TO WRITE STANDING ORDER RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to amend a live standing order from the panel       *
      * fields, under an ENQ on the key while it is re-read and       *
      * rewritten. A field left untouched keeps the record's current  *
      * value                                                         *
      *================================================================*
        AMEND-STANDING-ORDER.
           EXEC CICS ENQ RESOURCE(WS-STANDING-ORDER-KEY)
                         LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
           END-EXEC

           PERFORM READ-STANDING-ORDER-FOR-UPDATE
           IF NOT STANDING-ORDER-READ-FAILED AND
              NOT SORD-STATUS-ACTIVE AND NOT SORD-STATUS-SUSPENDED
               SET STANDING-ORDER-READ-FAILED TO TRUE
               MOVE 'STANDING ORDER IS CANCELLED OR ENDED - A TO REUSE'
                   TO SOMSGO
               EXEC CICS UNLOCK FILE('EXSTDORD')
               END-EXEC
           END-IF

           IF STANDING-ORDER-READ-FAILED
               EXEC CICS DEQ RESOURCE(WS-STANDING-ORDER-KEY)
                             LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-STANDING-ORDER-FIELDS
           PERFORM CHECK-STANDING-ORDER
           IF DATA-INVALID
               EXEC CICS UNLOCK FILE('EXSTDORD')
               END-EXEC
               EXEC CICS DEQ RESOURCE(WS-STANDING-ORDER-KEY)
                             LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           PERFORM REWRITE-STANDING-ORDER
           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'STANDING ORDER AMENDED' TO SOMSGO
           END-IF
           EXIT.

      *================================================================*
      * Procedure to suspend (H), resume (R) or cancel (C) a standing *
      * order. Only a live order can be suspended or cancelled and    *
      * only a suspended one resumed. A resumed order whose due date  *
      * has passed is moved on to its first due date from today       *
      *================================================================*
        CHANGE-STANDING-ORDER-STATUS.
           EXEC CICS ENQ RESOURCE(WS-STANDING-ORDER-KEY)
                         LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
           END-EXEC

           PERFORM READ-STANDING-ORDER-FOR-UPDATE
           IF STANDING-ORDER-READ-FAILED
               EXEC CICS DEQ RESOURCE(WS-STANDING-ORDER-KEY)
                             LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN SOACTI EQUAL 'H' AND SORD-STATUS-ACTIVE
                   SET SORD-STATUS-SUSPENDED TO TRUE
                   MOVE 'STANDING ORDER SUSPENDED' TO SOMSGO
               WHEN SOACTI EQUAL 'R' AND SORD-STATUS-SUSPENDED
                   SET SORD-STATUS-ACTIVE TO TRUE
                   MOVE SORD-NEXT-DUE-DATE TO WS-DUE-DATE
                   PERFORM ADVANCE-DUE-DATE
                       UNTIL WS-DUE-DATE NOT LESS THAN WS-TODAY-DATE-N
                   MOVE WS-DUE-DATE TO SORD-NEXT-DUE-DATE
                   IF SORD-END-DATE NOT EQUAL ZERO AND
                      SORD-NEXT-DUE-DATE GREATER THAN SORD-END-DATE
                       SET SORD-STATUS-ENDED TO TRUE
                       MOVE 'ORDER HAS PASSED ITS END DATE - NOW ENDED'
                           TO SOMSGO
                   ELSE
                       MOVE 'STANDING ORDER RESUMED' TO SOMSGO
                   END-IF
               WHEN SOACTI EQUAL 'C' AND
                    (SORD-STATUS-ACTIVE OR SORD-STATUS-SUSPENDED)
                   SET SORD-STATUS-CANCELLED TO TRUE
                   MOVE 'STANDING ORDER CANCELLED' TO SOMSGO
               WHEN OTHER
                   PERFORM POPULATE-STANDING-ORDER-FIELDS
                   MOVE 'ACTION NOT ALLOWED FOR THIS ORDER STATUS'
                       TO SOMSGO
                   EXEC CICS UNLOCK FILE('EXSTDORD')
                   END-EXEC
                   EXEC CICS DEQ RESOURCE(WS-STANDING-ORDER-KEY)
                             LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
                   END-EXEC
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-TODAY-DATE TO SORD-CHANGED-DATE
           PERFORM REWRITE-STANDING-ORDER
           EXIT.

      *================================================================*
      * Procedure to read the keyed standing order for update. Not    *
      * found, or a read that fails, is answered through the panel    *
      *================================================================*
        READ-STANDING-ORDER-FOR-UPDATE.
           MOVE 'N' TO WS-READ-FAILED-FLAG
           EXEC CICS READ FILE('EXSTDORD')
                          INTO(STANDING-ORDER-RECORD)
                          RIDFLD(WS-STANDING-ORDER-KEY)
                          RESP(WS-RESPONSE-CODE)
                          UPDATE
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   SET STANDING-ORDER-EXISTS TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET STANDING-ORDER-READ-FAILED TO TRUE
                   MOVE 'NO STANDING ORDER WITH THIS NUMBER - A TO ADD'
                       TO SOMSGO
               WHEN OTHER
                   SET STANDING-ORDER-READ-FAILED TO TRUE
                   MOVE 'ERROR READING STANDING ORDER FILE' TO SOMSGO
           END-EVALUATE
           EXIT.

      *================================================================*
      * Procedure to rewrite the standing order read for update and   *
      * release the ENQ on its key                                    *
      *================================================================*
        REWRITE-STANDING-ORDER.
           EXEC CICS REWRITE FILE('EXSTDORD')
                             FROM(STANDING-ORDER-RECORD)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC

           EXEC CICS DEQ RESOURCE(WS-STANDING-ORDER-KEY)
                         LENGTH(LENGTH OF WS-STANDING-ORDER-KEY)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               PERFORM POPULATE-STANDING-ORDER-FIELDS
           ELSE
               MOVE 'ERROR WRITING STANDING ORDER FILE' TO SOMSGO
               MOVE ' UNABLE TO REWRITE STANDING ORDER RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to apply the panel fields over the record being     *
      * written. A new due date also becomes the day of the month a   *
      * monthly order falls due on                                    *
      *================================================================*
        EXTRACT-STANDING-ORDER-FIELDS.
           IF SODEPTL NOT EQUAL ZERO
               MOVE SODEPTI TO SORD-CHARGE-DEPT
           END-IF
           IF SOITEML NOT EQUAL ZERO
               MOVE SOITEMI TO SORD-ITEM-REF
           END-IF
           IF SOQTYL NOT EQUAL ZERO
               MOVE SOQTYI TO SORD-QUANTITY
           END-IF
           IF SOLOCL NOT EQUAL ZERO
               MOVE SOLOCI TO SORD-LOCATION
           END-IF
           IF SOFREQL NOT EQUAL ZERO
               MOVE SOFREQI TO SORD-FREQUENCY
           END-IF
           IF SODUEL NOT EQUAL ZERO
               MOVE SODUEI TO SORD-NEXT-DUE-DATE
               MOVE SORD-NEXT-DUE-DATE(7:2) TO SORD-DUE-DAY
           END-IF
           IF SOENDL NOT EQUAL ZERO
               MOVE SOENDI TO SORD-END-DATE
           END-IF
           MOVE WS-TODAY-DATE TO SORD-CHANGED-DATE
           EXIT.

      *================================================================*
      * Procedure to check the standing order as it is about to be    *
      * written: a non-zero quantity of a catalog item, charged to a  *
      * department the user may order against, a real next due date   *
      * no earlier than today, and an end date (if any) no earlier    *
      * than the next due date                                        *
      *================================================================*
        CHECK-STANDING-ORDER.
           SET DATA-VALID TO TRUE

           EVALUATE TRUE
               WHEN SORD-QUANTITY EQUAL ZERO
                   SET DATA-INVALID TO TRUE
                   MOVE 'QUANTITY MUST BE GREATER THAN ZERO' TO SOMSGO
               WHEN SORD-ITEM-REF EQUAL ZERO
                   SET DATA-INVALID TO TRUE
                   MOVE 'ITEM REFERENCE MUST BE NON-ZERO' TO SOMSGO
               WHEN NOT SORD-WEEKLY AND NOT SORD-MONTHLY
                   SET DATA-INVALID TO TRUE
                   MOVE 'FREQUENCY MUST BE W=WEEKLY M=MONTHLY' TO SOMSGO
           END-EVALUATE
           IF DATA-INVALID
               EXIT PARAGRAPH
           END-IF

           MOVE SORD-NEXT-DUE-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE-VALUE
           IF NOT CHECK-DATE-VALID
               SET DATA-INVALID TO TRUE
               MOVE 'NEXT DUE DATE IS NOT A VALID DATE' TO SOMSGO
               EXIT PARAGRAPH
           END-IF
           IF SORD-NEXT-DUE-DATE LESS THAN WS-TODAY-DATE-N
               SET DATA-INVALID TO TRUE
               MOVE 'NEXT DUE DATE CANNOT BE BEFORE TODAY' TO SOMSGO
               EXIT PARAGRAPH
           END-IF

           IF SORD-END-DATE NOT EQUAL ZERO
               MOVE SORD-END-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-VALUE
               IF NOT CHECK-DATE-VALID
                   SET DATA-INVALID TO TRUE
                   MOVE 'END DATE IS NOT A VALID DATE' TO SOMSGO
                   EXIT PARAGRAPH
               END-IF
               IF SORD-END-DATE LESS THAN SORD-NEXT-DUE-DATE
                   SET DATA-INVALID TO TRUE
                   MOVE 'END DATE CANNOT BE BEFORE THE NEXT DUE DATE'
                       TO SOMSGO
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    The charge department must be one the user's profile
      *    allows - an all-zero list means any department
           MOVE 'N' TO WS-DEPT-LIST-FLAG
           MOVE 'N' TO WS-DEPT-OK-FLAG
           PERFORM VARYING WS-AUTH-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-DEPT-INDEX GREATER THAN 3
               IF UAUT-DEPT(WS-AUTH-DEPT-INDEX) NUMERIC AND
                  UAUT-DEPT(WS-AUTH-DEPT-INDEX) GREATER THAN ZERO
                   SET DEPT-LIST-PRESENT TO TRUE
                   IF UAUT-DEPT(WS-AUTH-DEPT-INDEX) EQUAL
                          SORD-CHARGE-DEPT
                       SET DEPT-ALLOWED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF DEPT-LIST-PRESENT AND NOT DEPT-ALLOWED
               SET DATA-INVALID TO TRUE
               MOVE 'NOT AUTHORISED FOR THIS CHARGE DEPARTMENT'
                   TO SOMSGO
               EXIT PARAGRAPH
           END-IF

           MOVE SORD-ITEM-REF TO WS-ITEM-REF
           PERFORM CHECK-CATALOG-ITEM
           IF NOT CATALOG-ITEM-FOUND
               SET DATA-INVALID TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to check WS-CHECK-DATE is a real YYYYMMDD date - the *
      * day no later than the last day of its month, found as the day *
      * before the first of the month after                           *
      *================================================================*
        CHECK-DATE-VALUE.
           MOVE 'N' TO WS-DATE-VALID-FLAG
           IF WS-CHECK-YYYY LESS THAN 1601 OR
              WS-CHECK-MM LESS THAN 1 OR WS-CHECK-MM GREATER THAN 12 OR
              WS-CHECK-DD LESS THAN 1
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-MONTH-END-DATE
           IF WS-CHECK-DD NOT GREATER THAN WS-MONTH-END-DD
               SET CHECK-DATE-VALID TO TRUE
           END-IF
           EXIT.

      *    Last day of the month of WS-CHECK-DATE into
      *    WS-MONTH-END-DATE
        SET-MONTH-END-DATE.
           MOVE WS-CHECK-YYYY TO WS-MONTH-START-YYYY
           MOVE WS-CHECK-MM TO WS-MONTH-START-MM
           MOVE 1 TO WS-MONTH-START-DD
           IF WS-MONTH-START-MM EQUAL 12
               ADD 1 TO WS-MONTH-START-YYYY
               MOVE 1 TO WS-MONTH-START-MM
           ELSE
               ADD 1 TO WS-MONTH-START-MM
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE) - 1)
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
           MOVE WS-DUE-DATE TO WS-CHECK-DATE
           PERFORM SET-MONTH-END-DATE
           IF SORD-DUE-DAY GREATER THAN WS-MONTH-END-DD OR
              SORD-DUE-DAY EQUAL ZERO
               MOVE WS-MONTH-END-DD TO WS-DUE-DD
           ELSE
               MOVE SORD-DUE-DAY TO WS-DUE-DD
           END-IF
           EXIT.

      *================================================================*
      * Procedure to check the item is on the catalog with an         *
      * '01INQS' through the catalog manager named on the             *
      * configuration record, the way the EXSUPL panel does           *
      *================================================================*
        CHECK-CATALOG-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG

           EXEC CICS READ FILE('EXMPCONF')
                          INTO(APP-CONFIG)
                          RIDFLD(EXAMPLE-APP-CONFIG)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'ERROR READING CONFIGURATION FILE' TO SOMSGO
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-ITEM-INQUIRE-COMMAREA
           MOVE '01INQS' TO CA-SINGLE-REQUEST-ID
           MOVE WS-ITEM-REF TO CA-ITEM-REF-REQ

           EXEC CICS LINK PROGRAM(CATMAN-PROG)
                          COMMAREA(WS-ITEM-INQUIRE-COMMAREA)
                          LENGTH(LENGTH OF WS-ITEM-INQUIRE-COMMAREA)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'CATALOG MANAGER COULD NOT BE REACHED'
                       TO SOMSGO
               WHEN CA-SINGLE-RETURN-CODE NOT EQUAL ZERO
                   MOVE CA-SINGLE-RESPONSE-MESSAGE TO SOMSGO
               WHEN OTHER
                   SET CATALOG-ITEM-FOUND TO TRUE
           END-EVALUATE
           EXIT.

      *================================================================*
      * Application Exit procedure                                     *
      *================================================================*
        APPLICATION-EXIT.
           EXEC CICS SEND TEXT FROM(APP-EXIT-MESSAGE)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           EXIT.
