       CBL CICS('COBOL3') APOST
      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCSB                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Item Substitution Maintenance Program      *
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
      *      This program maintains the ranked substitutes of a        *
      *      catalog item on FILE('EXITMSUB') on the EXSUBS panel, in  *
      *      the same way the EXSUPL panel maintains the suppliers.    *
      *      Up to five substitutes are held per item, rank 1 being    *
      *      the best. When an '01ORDR' cannot be supplied because the *
      *      item is out of stock or discontinued, the catalog manager *
      *      offers the best ranked substitute with the stock to cover *
      *      the order. Each substitute must be another item on the    *
      *      catalog that is not discontinued; keying 00000000 over a  *
      *      rank removes it. The panel also shows the replacement a   *
      *      discontinued item was given, which is offered ahead of    *
      *      the ranked substitutes. The panel is only served to users *
      *      whose EXUSRAUT profile allows the purchasing request      *
      *      class (UAUT-ALLOW-PURCH).                                 *
      *                                                                *
      * ENTRY POINT = DFH0XCSB                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCSB),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : EIGHT DIGIT ITEM REFERENCES *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCSB.
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
                                        VALUE 'DFH0XCSB------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  ABS-TIME                    PIC S9(8) COMP VALUE +0.
       01  TIME1                       PIC X(8)  VALUE SPACES.
       01  DATE1                       PIC X(10) VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8)  VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXITMSUB'.
           03 EM-DETAIL                PIC X(50) VALUE SPACES.

      * Item substitution record as held on FILE('EXITMSUB')
       01 ITEM-SUBSTITUTE-RECORD.
           COPY DFH0XSBT.

      * User authority profile of the signed-on user, read from
      * FILE('EXUSRAUT') to decide whether the panel is served
       01 USER-AUTHORITY-RECORD.
           COPY DFH0XUAR.

      * Item lifecycle status record on FILE('EXITMSTA') - says
      * whether a substitute is discontinued, and carries the
      * replacement a discontinued item was given
       01 ITEM-STATUS-RECORD.
           COPY DFH0XIST.

      * Record keys for file requests
       01 WS-SUBT-RID.
           03 WS-SUBT-RID-ITEM         PIC 9(8).
           03 WS-SUBT-RID-RANK         PIC 9(2).
       01 WS-ITEM-REF              PIC 9(8) VALUE ZERO.
       01 WS-STATUS-ITEM-REF       PIC 9(8) VALUE ZERO.
       01 WS-REPLACEMENT-REF       PIC 9(8) VALUE ZERO.
       01 WS-SIGNED-ON-USERID      PIC X(8) VALUE SPACES.

      * Resource name enqueued while an item's ranks are re-read
      * and rewritten, so two updates of one item cannot interleave
       01 WS-SUBT-ENQ-NAME.
           03 FILLER                   PIC X(4) VALUE 'SUBT'.
           03 WS-SUBT-ENQ-ITEM         PIC 9(8).

      * Key into the configuration file
       01 EXAMPLE-APP-CONFIG       PIC X(9)
               VALUE 'EXMP-CONF'.

      * Format of the configuration file - read for the catalog
      * manager program name, through which every item keyed on the
      * panel is checked against the catalog
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

      * Inquire single commarea used to check an item exists
       01 WS-ITEM-INQUIRE-COMMAREA.
           COPY DFH0XCP4.

       01 APP-EXIT-MESSAGE             PIC X(30)
                            VALUE 'SUBSTITUTE MAINT COMPLETE     '.

       01 APP-REFUSED-MESSAGE          PIC X(40)
                  VALUE 'NOT AUTHORISED FOR SUBSTITUTE MAINT     '.

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
           03 WS-PURCH-ALLOWED-FLAG            PIC X   VALUE 'N'.
               88 PURCHASING-ALLOWED                   VALUE 'Y'.
           03 WS-CONFIG-READ-FLAG              PIC X   VALUE 'N'.
               88 CONFIG-READ                          VALUE 'Y'.
           03 WS-ITEM-FOUND-FLAG               PIC X   VALUE 'N'.
               88 CATALOG-ITEM-FOUND                   VALUE 'Y'.
           03 WS-DISCONTINUED-FLAG             PIC X   VALUE 'N'.
               88 ITEM-IS-DISCONTINUED                 VALUE 'Y'.
           03 WS-RANKS-FAILED-FLAG             PIC X   VALUE 'N'.
               88 RANKS-FAILED                         VALUE 'Y'.
           03 WS-CHECK-ITEM-REF                PIC 9(8).
           03 WS-CHECK-DESCRIPTION             PIC X(40).
           03 WS-RANK                          PIC 9(2).
           03 WS-OTHER-RANK                    PIC 9(2).
           03 WS-RANKS-KEYED                   PIC 9(2).
           03 WS-RANKS-HELD                    PIC 9(2).

      * The ranks of the item on the panel - the substitute now on
      * file (or zero), whether the operator keyed over it and
      * what was keyed, and the substitute's catalog description
       01 WS-MAX-RANK              PIC 9(2) VALUE 5.
       01 WS-RANK-TABLE.
           03 WS-RANK-ENTRY            OCCURS 5 TIMES.
               05 WS-RANK-SUBST            PIC 9(8).
               05 WS-RANK-KEYED-FLAG       PIC X.
                   88 RANK-KEYED                   VALUE 'Y'.
               05 WS-RANK-INPUT            PIC X(8).
               05 WS-RANK-DESCRIPTION      PIC X(40).

      * Working storage copy of Commarea - nothing needs carrying
      * across the pseudo-conversation beyond keeping it alive
       01 WS-COMMAREA.
           03 SB-CONVERSATION-DATA     PIC X(1).

       COPY DFH0XM9.
       COPY DFHAID.

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 SUBSTITUTE-DATA                         PIC X(1).


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
           INITIALIZE EXSUBSO.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-RANK-TABLE.

      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

           MOVE LOW-VALUE TO EXSUBSO.

      *----------------------------------------------------------------*
      * Only purchasing users are served the panel at all              *
      *----------------------------------------------------------------*
           PERFORM CHECK-PURCHASING-AUTHORITY
           IF NOT PURCHASING-ALLOWED
               EXEC CICS SEND TEXT FROM(APP-REFUSED-MESSAGE)
                         ERASE
                         FREEKB
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

      *----------------------------------------------------------------*
      * Check commarea and obtain required details                     *
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN EIBCALEN EQUAL ZERO
      *        First invocation - show an empty panel
                   MOVE 'ENTER ITEM AND S=SHOW U=UPDATE'
                       TO SBMSGO
                   PERFORM SEND-SUBSTITUTE-PANEL

               WHEN EIBAID EQUAL DFHCLEAR
      *        Clear key pressed - reset panel
                   MOVE 'ENTER ITEM AND S=SHOW U=UPDATE'
                       TO SBMSGO
                   PERFORM SEND-SUBSTITUTE-PANEL

               WHEN EIBAID EQUAL DFHPA1 OR DFHPA2 OR DFHPA3
      *        Attention keys - do nothing special

               WHEN EIBAID EQUAL DFHPF3 OR DFHPF12
      *        Exit application
                   PERFORM APPLICATION-EXIT

               WHEN EIBAID EQUAL DFHENTER

                   PERFORM READ-PANEL-INPUT
                   PERFORM VALIDATE-INPUT

                   IF DATA-VALID
                       PERFORM ACTION-SUBSTITUTE-REQUEST
                       SET SEND-ERASE TO TRUE
                       PERFORM SEND-SUBSTITUTE-PANEL
                   ELSE
                       SET SEND-ALARM TO TRUE
                       PERFORM SEND-SUBSTITUTE-PANEL
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
      * allows the purchasing request class, as the EXSUPL panel      *
      * does. No profile, or a profile that cannot be read, is        *
      * refused                                                       *
      *================================================================*
        CHECK-PURCHASING-AUTHORITY.
           MOVE 'N' TO WS-PURCH-ALLOWED-FLAG

           EXEC CICS ASSIGN USERID(WS-SIGNED-ON-USERID)
           END-EXEC

           EXEC CICS READ FILE('EXUSRAUT')
                          INTO(USER-AUTHORITY-RECORD)
                          RIDFLD(WS-SIGNED-ON-USERID)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL) AND
              UAUT-ALLOW-PURCH EQUAL 'Y'
               SET PURCHASING-ALLOWED TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to send the substitution maintenance panel BMS map  *
      *================================================================*
        SEND-SUBSTITUTE-PANEL.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP('EXSUBS')
                                  MAPSET('DFH0XS9')
                                  FROM(EXSUBSO)
                                  ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP('EXSUBS')
                                  MAPSET('DFH0XS9')
                                  FROM(EXSUBSO)
                                  DATAONLY
                   END-EXEC
               WHEN SEND-ALARM
                   EXEC CICS SEND MAP('EXSUBS')
                                  MAPSET('DFH0XS9')
                                  FROM(EXSUBSO)
                                  DATAONLY
                                  ALARM
                   END-EXEC
           END-EVALUATE
           EXIT.

      *================================================================*
      * Procedure to read the operator's input off the panel, with    *
      * each rank the operator keyed over noted in the rank table     *
      *================================================================*
        READ-PANEL-INPUT.
           EXEC CICS IGNORE CONDITION MAPFAIL END-EXEC
           INITIALIZE EXSUBSI
           EXEC CICS RECEIVE MAP('EXSUBS')
                             MAPSET('DFH0XS9')
                             INTO(EXSUBSI)
           END-EXEC

           IF SB1SUBL NOT EQUAL ZERO
               SET RANK-KEYED(1) TO TRUE
               MOVE SB1SUBI TO WS-RANK-INPUT(1)
           END-IF
           IF SB2SUBL NOT EQUAL ZERO
               SET RANK-KEYED(2) TO TRUE
               MOVE SB2SUBI TO WS-RANK-INPUT(2)
           END-IF
           IF SB3SUBL NOT EQUAL ZERO
               SET RANK-KEYED(3) TO TRUE
               MOVE SB3SUBI TO WS-RANK-INPUT(3)
           END-IF
           IF SB4SUBL NOT EQUAL ZERO
               SET RANK-KEYED(4) TO TRUE
               MOVE SB4SUBI TO WS-RANK-INPUT(4)
           END-IF
           IF SB5SUBL NOT EQUAL ZERO
               SET RANK-KEYED(5) TO TRUE
               MOVE SB5SUBI TO WS-RANK-INPUT(5)
           END-IF
           EXIT.

      *================================================================*
      * Check values entered are valid                                 *
      *================================================================*
        VALIDATE-INPUT.
           SET DATA-VALID TO TRUE

           IF SBITEML EQUAL ZERO OR SBITEMI NOT NUMERIC OR
              SBITEMI EQUAL '00000000'
               SET DATA-INVALID TO TRUE
               MOVE 'ITEM REFERENCE MUST BE 8 DIGITS AND NON-ZERO'
                   TO SBMSGO
           END-IF

           IF DATA-VALID
               MOVE FUNCTION UPPER-CASE(SBACTI) TO SBACTI
               IF SBACTI NOT EQUAL 'S' AND
                  SBACTI NOT EQUAL 'U'
                   SET DATA-INVALID TO TRUE
                   MOVE 'ACTION MUST BE S=SHOW U=UPDATE' TO SBMSGO
               END-IF
           END-IF

           IF DATA-VALID AND SBACTI EQUAL 'U'
               MOVE ZERO TO WS-RANKS-KEYED
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK GREATER THAN WS-MAX-RANK
                          OR DATA-INVALID
                   IF RANK-KEYED(WS-RANK)
                       ADD 1 TO WS-RANKS-KEYED
                       IF WS-RANK-INPUT(WS-RANK) NOT NUMERIC
                           SET DATA-INVALID TO TRUE
                           MOVE SPACES TO SBMSGO
                           STRING 'RANK ' WS-RANK(2:1)
                                  ' MUST BE AN 8 DIGIT ITEM - 00000000'
                                  ' REMOVES IT'
                               DELIMITED BY SIZE
                               INTO SBMSGO
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
               IF DATA-VALID AND WS-RANKS-KEYED EQUAL ZERO
                   SET DATA-INVALID TO TRUE
                   MOVE 'NO SUBSTITUTE KEYED - NOTHING TO UPDATE'
                       TO SBMSGO
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to act on the validated request. The item itself    *
      * must be on the catalog before its substitutes are shown or    *
      * set                                                           *
      *================================================================*
        ACTION-SUBSTITUTE-REQUEST.
           MOVE SBITEMI TO WS-ITEM-REF
           MOVE SBITEMI TO SBITEMO

           MOVE WS-ITEM-REF TO WS-CHECK-ITEM-REF
           PERFORM CHECK-CATALOG-ITEM
           IF NOT CATALOG-ITEM-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-DESCRIPTION TO SBDESCO

           EVALUATE SBACTI
               WHEN 'S'
                   PERFORM SHOW-SUBSTITUTES
               WHEN 'U'
                   PERFORM UPDATE-SUBSTITUTES
           END-EVALUATE
           EXIT.

      *================================================================*
      * Procedure to show the item's ranks on the panel               *
      *================================================================*
        SHOW-SUBSTITUTES.
           PERFORM LOAD-CURRENT-RANKS
           IF RANKS-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-ITEM-RANKS
           IF WS-RANKS-HELD EQUAL ZERO
               MOVE 'NO SUBSTITUTES ON FILE - KEY THEM, U TO UPDATE'
                   TO SBMSGO
           ELSE
               MOVE 'SUBSTITUTES SHOWN' TO SBMSGO
           END-IF
           EXIT.

      *================================================================*
      * Procedure to read the item's ranks 1 to 5 into the rank table *
      * - a rank with no record holds zero                            *
      *================================================================*
        LOAD-CURRENT-RANKS.
           MOVE 'N' TO WS-RANKS-FAILED-FLAG
           MOVE WS-ITEM-REF TO WS-SUBT-RID-ITEM

           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK GREATER THAN WS-MAX-RANK
                      OR RANKS-FAILED
               MOVE ZERO TO WS-RANK-SUBST(WS-RANK)
               MOVE WS-RANK TO WS-SUBT-RID-RANK
               EXEC CICS READ FILE('EXITMSUB')
                              INTO(ITEM-SUBSTITUTE-RECORD)
                              RIDFLD(WS-SUBT-RID)
                              RESP(WS-RESPONSE-CODE)
               END-EXEC
               EVALUATE WS-RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       MOVE SUBT-SUBST-REF TO WS-RANK-SUBST(WS-RANK)
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       SET RANKS-FAILED TO TRUE
                       MOVE 'ERROR READING SUBSTITUTION FILE' TO SBMSGO
               END-EVALUATE
           END-PERFORM
           EXIT.

      *================================================================*
      * Procedure to describe every rank held and move the ranks, and *
      * the replacement a discontinued item was given, onto the panel *
      *================================================================*
        SHOW-ITEM-RANKS.
           MOVE ZERO TO WS-RANKS-HELD
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK GREATER THAN WS-MAX-RANK
               MOVE SPACES TO WS-RANK-DESCRIPTION(WS-RANK)
               IF WS-RANK-SUBST(WS-RANK) NOT EQUAL ZERO
                   ADD 1 TO WS-RANKS-HELD
                   MOVE WS-RANK-SUBST(WS-RANK) TO WS-CHECK-ITEM-REF
                   PERFORM DESCRIBE-SUBSTITUTE
                   MOVE WS-CHECK-DESCRIPTION
                       TO WS-RANK-DESCRIPTION(WS-RANK)
               END-IF
           END-PERFORM

           PERFORM POPULATE-RANK-FIELDS

           MOVE WS-ITEM-REF TO WS-STATUS-ITEM-REF
           PERFORM READ-ITEM-STATUS
           IF ITEM-IS-DISCONTINUED AND
              ITST-REPLACEMENT-REF NUMERIC AND
              ITST-REPLACEMENT-REF NOT EQUAL ZERO
               MOVE ITST-REPLACEMENT-REF TO WS-REPLACEMENT-REF
               MOVE WS-REPLACEMENT-REF TO SBREPLO
           END-IF
           EXIT.

      *================================================================*
      * Procedure to describe one substitute already on file. One     *
      * since removed from the catalog or discontinued is flagged, so *
      * purchasing can see it will never be offered                   *
      *================================================================*
        DESCRIBE-SUBSTITUTE.
           PERFORM CHECK-CATALOG-ITEM
           IF NOT CATALOG-ITEM-FOUND
               MOVE '*** NOT ON CATALOG - NEVER OFFERED ***'
                   TO WS-CHECK-DESCRIPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHECK-ITEM-REF TO WS-STATUS-ITEM-REF
           PERFORM READ-ITEM-STATUS
           IF ITEM-IS-DISCONTINUED
               MOVE '*** DISCONTINUED - NEVER OFFERED ***'
                   TO WS-CHECK-DESCRIPTION
           END-IF
           EXIT.

      *================================================================*
      * Procedure to move the rank table onto the panel fields - an   *
      * empty rank is shown blank                                     *
      *================================================================*
        POPULATE-RANK-FIELDS.
           IF WS-RANK-SUBST(1) NOT EQUAL ZERO
               MOVE WS-RANK-SUBST(1) TO SB1SUBO
               MOVE WS-RANK-DESCRIPTION(1) TO SB1DSCO
           END-IF
           IF WS-RANK-SUBST(2) NOT EQUAL ZERO
               MOVE WS-RANK-SUBST(2) TO SB2SUBO
               MOVE WS-RANK-DESCRIPTION(2) TO SB2DSCO
           END-IF
           IF WS-RANK-SUBST(3) NOT EQUAL ZERO
               MOVE WS-RANK-SUBST(3) TO SB3SUBO
               MOVE WS-RANK-DESCRIPTION(3) TO SB3DSCO
           END-IF
           IF WS-RANK-SUBST(4) NOT EQUAL ZERO
               MOVE WS-RANK-SUBST(4) TO SB4SUBO
               MOVE WS-RANK-DESCRIPTION(4) TO SB4DSCO
           END-IF
           IF WS-RANK-SUBST(5) NOT EQUAL ZERO
               MOVE WS-RANK-SUBST(5) TO SB5SUBO
               MOVE WS-RANK-DESCRIPTION(5) TO SB5DSCO
           END-IF
           EXIT.

      *================================================================*
      * Procedure to apply the keyed ranks under an ENQ on the item   *
      * while its ranks are re-read and rewritten - the record-level  *
      * protocol the EXSUPL panel uses. A rank left untouched keeps   *
      * its substitute, 00000000 removes the rank. The ranks as       *
      * they will stand are checked as a whole before anything is     *
      * written: no substitute may be the item itself or appear at    *
      * two ranks, and every one keyed must be on the catalog and     *
      * not discontinued                                              *
      *================================================================*
        UPDATE-SUBSTITUTES.
           MOVE WS-ITEM-REF TO WS-SUBT-ENQ-ITEM
           EXEC CICS ENQ RESOURCE(WS-SUBT-ENQ-NAME)
                         LENGTH(LENGTH OF WS-SUBT-ENQ-NAME)
           END-EXEC

           PERFORM LOAD-CURRENT-RANKS
           IF NOT RANKS-FAILED
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK GREATER THAN WS-MAX-RANK
                   IF RANK-KEYED(WS-RANK)
                       MOVE WS-RANK-INPUT(WS-RANK)
                           TO WS-RANK-SUBST(WS-RANK)
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK GREATER THAN WS-MAX-RANK
                          OR RANKS-FAILED
                   IF RANK-KEYED(WS-RANK) AND
                      WS-RANK-SUBST(WS-RANK) NOT EQUAL ZERO
                       PERFORM CHECK-KEYED-SUBSTITUTE
                   END-IF
               END-PERFORM
           END-IF

           IF NOT RANKS-FAILED
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK GREATER THAN WS-MAX-RANK
                          OR RANKS-FAILED
                   IF RANK-KEYED(WS-RANK)
                       PERFORM WRITE-ONE-RANK
                   END-IF
               END-PERFORM
           END-IF

           EXEC CICS DEQ RESOURCE(WS-SUBT-ENQ-NAME)
                         LENGTH(LENGTH OF WS-SUBT-ENQ-NAME)
           END-EXEC

           IF NOT RANKS-FAILED
               PERFORM SHOW-ITEM-RANKS
               MOVE 'SUBSTITUTES UPDATED' TO SBMSGO
           END-IF
           EXIT.

      *================================================================*
      * Procedure to check the substitute keyed at WS-RANK            *
      *================================================================*
        CHECK-KEYED-SUBSTITUTE.
           MOVE WS-RANK-SUBST(WS-RANK) TO WS-CHECK-ITEM-REF

           IF WS-CHECK-ITEM-REF EQUAL WS-ITEM-REF
               SET RANKS-FAILED TO TRUE
               MOVE 'AN ITEM CANNOT BE ITS OWN SUBSTITUTE' TO SBMSGO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OTHER-RANK FROM 1 BY 1
                   UNTIL WS-OTHER-RANK GREATER THAN WS-MAX-RANK
                      OR RANKS-FAILED
               IF WS-OTHER-RANK NOT EQUAL WS-RANK AND
                  WS-RANK-SUBST(WS-OTHER-RANK) EQUAL WS-CHECK-ITEM-REF
                   SET RANKS-FAILED TO TRUE
                   MOVE SPACES TO SBMSGO
                   STRING 'ITEM ' WS-CHECK-ITEM-REF
                          ' IS RANKED MORE THAN ONCE'
                       DELIMITED BY SIZE
                       INTO SBMSGO
                   END-STRING
               END-IF
           END-PERFORM
           IF RANKS-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CATALOG-ITEM
           IF NOT CATALOG-ITEM-FOUND
               SET RANKS-FAILED TO TRUE
               MOVE SPACES TO SBMSGO
               STRING 'SUBSTITUTE ' WS-CHECK-ITEM-REF
                      ' IS NOT ON THE CATALOG'
                   DELIMITED BY SIZE
                   INTO SBMSGO
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHECK-ITEM-REF TO WS-STATUS-ITEM-REF
           PERFORM READ-ITEM-STATUS
           IF ITEM-IS-DISCONTINUED
               SET RANKS-FAILED TO TRUE
               MOVE SPACES TO SBMSGO
               STRING 'SUBSTITUTE ' WS-CHECK-ITEM-REF
                      ' IS DISCONTINUED'
                   DELIMITED BY SIZE
                   INTO SBMSGO
               END-STRING
           END-IF
           EXIT.

      *================================================================*
      * Procedure to write, rewrite or remove the record of WS-RANK   *
      *================================================================*
        WRITE-ONE-RANK.
           MOVE WS-ITEM-REF TO WS-SUBT-RID-ITEM
           MOVE WS-RANK TO WS-SUBT-RID-RANK

           IF WS-RANK-SUBST(WS-RANK) EQUAL ZERO
               EXEC CICS DELETE FILE('EXITMSUB')
                                RIDFLD(WS-SUBT-RID)
                                RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE EQUAL DFHRESP(NOTFND)
                   MOVE DFHRESP(NORMAL) TO WS-RESPONSE-CODE
               END-IF
           ELSE
               EXEC CICS ASKTIME ABSTIME(ABS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                         YYYYMMDD(WS-TODAY-DATE)
               END-EXEC

               EXEC CICS READ FILE('EXITMSUB')
                              INTO(ITEM-SUBSTITUTE-RECORD)
                              RIDFLD(WS-SUBT-RID)
                              RESP(WS-RESPONSE-CODE)
                              UPDATE
               END-EXEC
               EVALUATE WS-RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       MOVE WS-RANK-SUBST(WS-RANK) TO SUBT-SUBST-REF
                       MOVE WS-TODAY-DATE TO SUBT-CHANGED-DATE
                       MOVE WS-SIGNED-ON-USERID TO SUBT-CHANGED-USERID
                       EXEC CICS REWRITE FILE('EXITMSUB')
                                 FROM(ITEM-SUBSTITUTE-RECORD)
                                 RESP(WS-RESPONSE-CODE)
                       END-EXEC
                   WHEN DFHRESP(NOTFND)
                       MOVE SPACES TO ITEM-SUBSTITUTE-RECORD
                       MOVE WS-ITEM-REF TO SUBT-ITEM-REF
                       MOVE WS-RANK TO SUBT-RANK
                       MOVE WS-RANK-SUBST(WS-RANK) TO SUBT-SUBST-REF
                       MOVE WS-TODAY-DATE TO SUBT-CHANGED-DATE
                       MOVE WS-SIGNED-ON-USERID TO SUBT-CHANGED-USERID
                       EXEC CICS WRITE FILE('EXITMSUB')
                                 FROM(ITEM-SUBSTITUTE-RECORD)
                                 RIDFLD(WS-SUBT-RID)
                                 RESP(WS-RESPONSE-CODE)
                       END-EXEC
               END-EVALUATE
           END-IF

           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               SET RANKS-FAILED TO TRUE
               MOVE 'ERROR WRITING SUBSTITUTION FILE' TO SBMSGO
               MOVE ' UNABLE TO WRITE ITEM SUBSTITUTE RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to read the lifecycle status of the item in         *
      * WS-STATUS-ITEM-REF. An item with no status record is active   *
      *================================================================*
        READ-ITEM-STATUS.
           MOVE 'N' TO WS-DISCONTINUED-FLAG

           EXEC CICS READ FILE('EXITMSTA')
                          INTO(ITEM-STATUS-RECORD)
                          RIDFLD(WS-STATUS-ITEM-REF)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL) AND
              ITST-STATUS-DISCONTINUED
               SET ITEM-IS-DISCONTINUED TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to check the item in WS-CHECK-ITEM-REF is on the    *
      * catalog, with an '01INQS' through the catalog manager named   *
      * on the configuration record as the EXSUPL panel does, and     *
      * return its description in WS-CHECK-DESCRIPTION                *
      *================================================================*
        CHECK-CATALOG-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           MOVE SPACES TO WS-CHECK-DESCRIPTION

           IF NOT CONFIG-READ
               EXEC CICS READ FILE('EXMPCONF')
                              INTO(APP-CONFIG)
                              RIDFLD(EXAMPLE-APP-CONFIG)
                              RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'ERROR READING CONFIGURATION FILE' TO SBMSGO
                   EXIT PARAGRAPH
               END-IF
               SET CONFIG-READ TO TRUE
           END-IF

           INITIALIZE WS-ITEM-INQUIRE-COMMAREA
           MOVE '01INQS' TO CA-SINGLE-REQUEST-ID
           MOVE WS-CHECK-ITEM-REF TO CA-ITEM-REF-REQ

           EXEC CICS LINK PROGRAM(CATMAN-PROG)
                          COMMAREA(WS-ITEM-INQUIRE-COMMAREA)
                          LENGTH(LENGTH OF WS-ITEM-INQUIRE-COMMAREA)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'CATALOG MANAGER COULD NOT BE REACHED'
                       TO SBMSGO
               WHEN CA-SINGLE-RETURN-CODE NOT EQUAL ZERO
                   MOVE CA-SINGLE-RESPONSE-MESSAGE TO SBMSGO
               WHEN OTHER
                   SET CATALOG-ITEM-FOUND TO TRUE
                   MOVE CA-SNGL-DESCRIPTION TO WS-CHECK-DESCRIPTION
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
