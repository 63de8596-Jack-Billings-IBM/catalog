       CBL CICS('COBOL3') APOST
      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCSU                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Supplier Maintenance Program               *
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
      *      This program maintains the supplier master records on    *
      *      FILE('EXSUPPLR') - code, name, contact, lead time in     *
      *      days and active/inactive status - on the EXSUPL panel,   *
      *      in the same way the EXUSRA panel maintains the user      *
      *      authority profiles. The same panel sets an item's        *
      *      preferred supplier on its FILE('EXITMSTA') record, which *
      *      '01PORD' uses when a purchase order names no supplier.   *
      *      Suppliers are not deleted - a supplier no longer used is *
      *      made inactive, so purchase orders keep a valid code.     *
      *      The panel is only served to users whose EXUSRAUT profile *
      *      allows the purchasing request class (UAUT-ALLOW-PURCH). *
      *                                                                *
      * ENTRY POINT = DFH0XCSU                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCSU),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SUPPLIER MASTER FILE        *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : EIGHT DIGIT ITEM REFERENCES *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCSU.
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
                                        VALUE 'DFH0XCSU------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' EXSUPPLR'.
           03 EM-DETAIL                PIC X(50) VALUE SPACES.

      * Supplier master record as held on FILE('EXSUPPLR')
       01 SUPPLIER-RECORD.
           COPY DFH0XSUP.

      * User authority profile of the signed-on user, read from
      * FILE('EXUSRAUT') to decide whether the panel is served
       01 USER-AUTHORITY-RECORD.
           COPY DFH0XUAR.

      * Item lifecycle status record on FILE('EXITMSTA') - carries
      * the item's preferred supplier
       01 ITEM-STATUS-RECORD.
           COPY DFH0XIST.

      * Record keys for file requests
       01 WS-SUPPLIER-CODE         PIC X(6) VALUE SPACES.
       01 WS-STATUS-ITEM-REF       PIC 9(8) VALUE ZERO.
       01 WS-SIGNED-ON-USERID      PIC X(8) VALUE SPACES.

      * Key into the configuration file
       01 EXAMPLE-APP-CONFIG       PIC X(9)
               VALUE 'EXMP-CONF'.

      * Format of the configuration file - read for the catalog
      * manager program name, through which the item named for a
      * preferred supplier is checked against the catalog
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

       01 APP-EXIT-MESSAGE             PIC X(30)
                            VALUE 'SUPPLIER MAINT COMPLETE       '.

       01 APP-REFUSED-MESSAGE          PIC X(40)
                  VALUE 'NOT AUTHORISED FOR SUPPLIER MAINTENANCE '.

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
               88 SUPPLIER-RECORD-EXISTS               VALUE 'Y'.
           03 WS-READ-FAILED-FLAG              PIC X   VALUE 'N'.
               88 SUPPLIER-READ-FAILED                 VALUE 'Y'.
           03 WS-PURCH-ALLOWED-FLAG            PIC X   VALUE 'N'.
               88 PURCHASING-ALLOWED                   VALUE 'Y'.
           03 WS-ITEM-FOUND-FLAG               PIC X   VALUE 'N'.
               88 CATALOG-ITEM-FOUND                   VALUE 'Y'.

      * Working storage copy of Commarea - nothing needs carrying
      * across the pseudo-conversation beyond keeping it alive
       01 WS-COMMAREA.
           03 SU-CONVERSATION-DATA     PIC X(1).

       COPY DFH0XM7.
       COPY DFHAID.

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 SUPPLIER-DATA                           PIC X(1).


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
           INITIALIZE EXSUPLO.
           INITIALIZE WS-COMMAREA.

      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

           MOVE LOW-VALUE TO EXSUPLO.

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
                   MOVE 'ENTER SUPPLIER AND S=SHOW U=UPDATE P=PREFERRED'
                       TO SMSGO
                   PERFORM SEND-SUPPLIER-PANEL

               WHEN EIBAID EQUAL DFHCLEAR
      *        Clear key pressed - reset panel
                   MOVE 'ENTER SUPPLIER AND S=SHOW U=UPDATE P=PREFERRED'
                       TO SMSGO
                   PERFORM SEND-SUPPLIER-PANEL

               WHEN EIBAID EQUAL DFHPA1 OR DFHPA2 OR DFHPA3
      *        Attention keys - do nothing special

               WHEN EIBAID EQUAL DFHPF3 OR DFHPF12
      *        Exit application
                   PERFORM APPLICATION-EXIT

               WHEN EIBAID EQUAL DFHENTER

                   PERFORM READ-PANEL-INPUT
                   PERFORM VALIDATE-INPUT

                   IF DATA-VALID
                       PERFORM ACTION-SUPPLIER-REQUEST
                       SET SEND-ERASE TO TRUE
                       PERFORM SEND-SUPPLIER-PANEL
                   ELSE
                       SET SEND-ALARM TO TRUE
                       PERFORM SEND-SUPPLIER-PANEL
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
      * allows the purchasing request class - the same test the       *
      * catalog manager applies to '01PORD'/'01GRCV'. No profile, or  *
      * a profile that cannot be read, is refused                     *
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
      * Procedure to send the supplier maintenance panel BMS map       *
      *================================================================*
        SEND-SUPPLIER-PANEL.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP('EXSUPL')
                                  MAPSET('DFH0XS7')
                                  FROM(EXSUPLO)
                                  ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP('EXSUPL')
                                  MAPSET('DFH0XS7')
                                  FROM(EXSUPLO)
                                  DATAONLY
                   END-EXEC
               WHEN SEND-ALARM
                   EXEC CICS SEND MAP('EXSUPL')
                                  MAPSET('DFH0XS7')
                                  FROM(EXSUPLO)
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
           INITIALIZE EXSUPLI
           EXEC CICS RECEIVE MAP('EXSUPL')
                             MAPSET('DFH0XS7')
                             INTO(EXSUPLI)
           END-EXEC
           EXIT.

      *================================================================*
      * Check values entered are valid                                 *
      *================================================================*
        VALIDATE-INPUT.
           SET DATA-VALID TO TRUE

           IF SUPCDL EQUAL ZERO OR SUPCDI EQUAL SPACES
               SET DATA-INVALID TO TRUE
               MOVE 'SUPPLIER CODE CANNOT BE BLANK' TO SMSGO
           END-IF

           IF DATA-VALID
               MOVE FUNCTION UPPER-CASE(SUPACTI) TO SUPACTI
               IF SUPACTI NOT EQUAL 'S' AND
                  SUPACTI NOT EQUAL 'U' AND
                  SUPACTI NOT EQUAL 'P'
                   SET DATA-INVALID TO TRUE
                   MOVE 'ACTION MUST BE S=SHOW U=UPDATE P=PREFERRED'
                       TO SMSGO
               END-IF
           END-IF

           IF DATA-VALID AND SUPACTI EQUAL 'U'
               IF SUPLEADL NOT EQUAL ZERO AND SUPLEADI NOT NUMERIC
                   SET DATA-INVALID TO TRUE
                   MOVE 'LEAD TIME MUST BE NUMERIC DAYS (3 DIGITS)'
                       TO SMSGO
               END-IF
               IF DATA-VALID AND SUPSTAL NOT EQUAL ZERO
                   MOVE FUNCTION UPPER-CASE(SUPSTAI) TO SUPSTAI
                   IF SUPSTAI NOT EQUAL 'A' AND
                      SUPSTAI NOT EQUAL 'I'
                       SET DATA-INVALID TO TRUE
                       MOVE 'STATUS MUST BE A=ACTIVE I=INACTIVE'
                           TO SMSGO
                   END-IF
               END-IF
           END-IF

           IF DATA-VALID AND SUPACTI EQUAL 'P'
               IF SITEML EQUAL ZERO OR SITEMI NOT NUMERIC OR
                  SITEMI EQUAL '00000000'
                   SET DATA-INVALID TO TRUE
                   MOVE 'ITEM REFERENCE MUST BE 8 DIGITS AND NON-ZERO'
                       TO SMSGO
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to act on the validated request                      *
      *================================================================*
        ACTION-SUPPLIER-REQUEST.
           MOVE FUNCTION UPPER-CASE(SUPCDI) TO WS-SUPPLIER-CODE

           EVALUATE SUPACTI
               WHEN 'S'
                   PERFORM SHOW-SUPPLIER
               WHEN 'U'
                   PERFORM UPDATE-SUPPLIER
               WHEN 'P'
                   PERFORM SET-PREFERRED-SUPPLIER
           END-EVALUATE

           MOVE WS-SUPPLIER-CODE TO SUPCDO
           EXIT.

      *================================================================*
      * Procedure to read one supplier onto the panel                  *
      *================================================================*
        SHOW-SUPPLIER.
           EXEC CICS READ FILE('EXSUPPLR')
                          INTO(SUPPLIER-RECORD)
                          RIDFLD(WS-SUPPLIER-CODE)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM POPULATE-SUPPLIER-FIELDS
                   MOVE 'SUPPLIER SHOWN' TO SMSGO
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO SUPPLIER ON FILE - KEY DETAILS, U TO ADD'
                       TO SMSGO
               WHEN OTHER
                   MOVE 'ERROR READING SUPPLIER FILE' TO SMSGO
           END-EVALUATE
           EXIT.

      *================================================================*
      * Procedure to move one supplier record onto the panel fields   *
      *================================================================*
        POPULATE-SUPPLIER-FIELDS.
           MOVE SUPP-NAME TO SUPNMO
           MOVE SUPP-CONTACT TO SUPCONO
           MOVE SUPP-LEAD-DAYS TO SUPLEADO
           MOVE SUPP-STATUS TO SUPSTAO
           EXIT.

      *================================================================*
      * Procedure to add or replace one supplier record from the      *
      * panel fields, under an ENQ on the supplier code while it is   *
      * re-read and rewritten - the record-level protocol the EXUSRA  *
      * panel uses on the user authority file. A new supplier must    *
      * be given a name and starts active                             *
      *================================================================*
        UPDATE-SUPPLIER.
           EXEC CICS ENQ RESOURCE(WS-SUPPLIER-CODE)
                         LENGTH(LENGTH OF WS-SUPPLIER-CODE)
           END-EXEC

           MOVE 'N' TO WS-RECORD-EXISTS-FLAG
           MOVE 'N' TO WS-READ-FAILED-FLAG
           EXEC CICS READ FILE('EXSUPPLR')
                          INTO(SUPPLIER-RECORD)
                          RIDFLD(WS-SUPPLIER-CODE)
                          RESP(WS-RESPONSE-CODE)
                          UPDATE
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   SET SUPPLIER-RECORD-EXISTS TO TRUE
               WHEN DFHRESP(NOTFND)
                   IF SUPNML EQUAL ZERO OR SUPNMI EQUAL SPACES
                       SET SUPPLIER-READ-FAILED TO TRUE
                       MOVE 'SUPPLIER NAME REQUIRED TO ADD A SUPPLIER'
                           TO SMSGO
                   ELSE
                       INITIALIZE SUPPLIER-RECORD
                       MOVE WS-SUPPLIER-CODE TO SUPP-CODE
                       MOVE ZERO TO SUPP-LEAD-DAYS
                       MOVE 'A' TO SUPP-STATUS
                   END-IF
               WHEN OTHER
      *            The update cannot be applied - answer the
      *            operator through the panel the mainline is about
      *            to send, rather than returning with no response
                   SET SUPPLIER-READ-FAILED TO TRUE
                   MOVE 'ERROR READING SUPPLIER FILE' TO SMSGO
           END-EVALUATE

           IF SUPPLIER-READ-FAILED
               EXEC CICS DEQ RESOURCE(WS-SUPPLIER-CODE)
                             LENGTH(LENGTH OF WS-SUPPLIER-CODE)
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-SUPPLIER-FIELDS

           IF SUPPLIER-RECORD-EXISTS
               EXEC CICS REWRITE FILE('EXSUPPLR')
                                 FROM(SUPPLIER-RECORD)
                                 RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('EXSUPPLR')
                               FROM(SUPPLIER-RECORD)
                               RIDFLD(WS-SUPPLIER-CODE)
                               RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF

           EXEC CICS DEQ RESOURCE(WS-SUPPLIER-CODE)
                         LENGTH(LENGTH OF WS-SUPPLIER-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               PERFORM POPULATE-SUPPLIER-FIELDS
               MOVE 'SUPPLIER UPDATED' TO SMSGO
           ELSE
               MOVE 'ERROR WRITING SUPPLIER FILE' TO SMSGO
               MOVE ' UNABLE TO WRITE SUPPLIER RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to apply the panel fields over the record being     *
      * written - a field left untouched keeps the record's current   *
      * value, the same convention the EXUSRA panel applies           *
      *================================================================*
        EXTRACT-SUPPLIER-FIELDS.
           IF SUPNML NOT EQUAL ZERO
               MOVE SUPNMI TO SUPP-NAME
           END-IF
           IF SUPCONL NOT EQUAL ZERO
               MOVE SUPCONI TO SUPP-CONTACT
           END-IF
           IF SUPLEADL NOT EQUAL ZERO
               MOVE SUPLEADI TO SUPP-LEAD-DAYS
           END-IF
           IF SUPSTAL NOT EQUAL ZERO
               MOVE SUPSTAI TO SUPP-STATUS
           END-IF

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
                     TIME(TIME1)
           END-EXEC
           MOVE WS-TODAY-DATE TO SUPP-CHANGED-DATE
           MOVE WS-SIGNED-ON-USERID TO SUPP-CHANGED-USERID
           EXIT.

      *================================================================*
      * Procedure to make this supplier the preferred supplier of the *
      * item keyed on the panel. The supplier must be on file and     *
      * active, and the item must be on the catalog. The preferred    *
      * supplier is held on the item's EXITMSTA record; an item with  *
      * no record yet is given one as an active item                  *
      *================================================================*
        SET-PREFERRED-SUPPLIER.
           EXEC CICS READ FILE('EXSUPPLR')
                          INTO(SUPPLIER-RECORD)
                          RIDFLD(WS-SUPPLIER-CODE)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM POPULATE-SUPPLIER-FIELDS
                   IF NOT SUPP-STATUS-ACTIVE
                       MOVE 'SUPPLIER IS INACTIVE - NOT MADE PREFERRED'
                           TO SMSGO
                       EXIT PARAGRAPH
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO SUPPLIER ON FILE - ADD IT BEFORE LINKING'
                       TO SMSGO
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'ERROR READING SUPPLIER FILE' TO SMSGO
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SITEMI TO WS-STATUS-ITEM-REF
           MOVE SITEMI TO SITEMO
           PERFORM CHECK-CATALOG-ITEM
           IF NOT CATALOG-ITEM-FOUND
               EXIT PARAGRAPH
           END-IF

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
                     TIME(TIME1)
           END-EXEC

           EXEC CICS READ FILE('EXITMSTA')
                          INTO(ITEM-STATUS-RECORD)
                          RIDFLD(WS-STATUS-ITEM-REF)
                          RESP(WS-RESPONSE-CODE)
                          UPDATE
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE WS-SUPPLIER-CODE TO ITST-PREF-SUPPLIER
                   EXEC CICS REWRITE FILE('EXITMSTA')
                             FROM(ITEM-STATUS-RECORD)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   INITIALIZE ITEM-STATUS-RECORD
                   MOVE WS-STATUS-ITEM-REF TO ITST-ITEM-REF
                   MOVE 'A' TO ITST-STATUS
                   MOVE WS-TODAY-DATE TO ITST-STATUS-DATE
                   MOVE TIME1 TO ITST-STATUS-TIME
                   MOVE WS-SIGNED-ON-USERID TO ITST-STATUS-USERID
                   MOVE WS-SUPPLIER-CODE TO ITST-PREF-SUPPLIER
                   EXEC CICS WRITE FILE('EXITMSTA')
                             FROM(ITEM-STATUS-RECORD)
                             RIDFLD(WS-STATUS-ITEM-REF)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
           END-EVALUATE

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'SUPPLIER SET AS PREFERRED SUPPLIER OF THE ITEM'
                   TO SMSGO
           ELSE
               MOVE 'ERROR WRITING ITEM STATUS FILE' TO SMSGO
               MOVE ' UNABLE TO WRITE ITEM PREFERRED SUPPLIER'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to check the item is on the catalog with an         *
      * '01INQS' through the catalog manager named on the             *
      * configuration record, the way the web service front end       *
      * routes its requests                                           *
      *================================================================*
        CHECK-CATALOG-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG

           EXEC CICS READ FILE('EXMPCONF')
                          INTO(APP-CONFIG)
                          RIDFLD(EXAMPLE-APP-CONFIG)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'ERROR READING CONFIGURATION FILE' TO SMSGO
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-ITEM-INQUIRE-COMMAREA
           MOVE '01INQS' TO CA-SINGLE-REQUEST-ID
           MOVE WS-STATUS-ITEM-REF TO CA-ITEM-REF-REQ

           EXEC CICS LINK PROGRAM(CATMAN-PROG)
                          COMMAREA(WS-ITEM-INQUIRE-COMMAREA)
                          LENGTH(LENGTH OF WS-ITEM-INQUIRE-COMMAREA)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'CATALOG MANAGER COULD NOT BE REACHED'
                       TO SMSGO
               WHEN CA-SINGLE-RETURN-CODE NOT EQUAL ZERO
                   MOVE CA-SINGLE-RESPONSE-MESSAGE TO SMSGO
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
