      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCAC                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Quarterly User Access Recertification      *
      *                                                                *
      * FUNCTION =                                                     *
      *      Quarterly batch report for audit of who can do what in   *
      *      the catalog application. Every user authority profile on *
      *      EXUSRAUT is listed with its request classes, the charge  *
      *      departments it may order against and its order value    *
      *      ceiling, together with the user's last activity - the   *
      *      latest order history record (EXORDHST) written under the *
      *      user, the latest catalog maintenance audit record (the   *
      *      CMTA trail) and the latest configuration audit record    *
      *      (the CFGA trail). Each profile is flagged where:         *
      *        - DORMANT  the user has no activity in the RCRT-DORM   *
      *                   number of days (default 90), or none at all;*
      *        - SOD      the user may order and may also maintain    *
      *                   the catalog or purchase - a segregation of  *
      *                   duties conflict;                            *
      *        - LIMIT    the user may order with no order value      *
      *                   ceiling, or a ceiling above the RCRT-CEIL   *
      *                   policy ceiling (default 5000.00).           *
      *      A sign-off page follows for each charge department named *
      *      on any profile, listing the users who may order against  *
      *      it for the department's manager to confirm or revoke,    *
      *      and a last page for the users allowed every department,  *
      *      for the application owner.                               *
      *                                                                *
      * ENTRY POINT = DFH0XCAC                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCAC),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : ACCESS RECERTIFICATION      *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ORDER HISTORY RECORD 84     *
      *   $D3= I07544 640 261015 HDIPCB  : FAIL RUN ON DROPPED ENTRIES *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCAC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    User authority profile file - the EXUSRAUT KSDS maintained
      *    on the EXUSRA panel, read through in userid order
           SELECT PROFILE-FILE ASSIGN TO USRAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UAUT-USERID
               FILE STATUS IS WS-PROFILE-STATUS.

      *    Order history file - the EXORDHST KSDS written by the
      *    catalog manager, read through for each user's latest
      *    order, cancellation or return
           SELECT HISTORY-FILE ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Maintenance audit trail - the extrapartition dataset
      *    behind TDQ CMTA. Each record is one MAINT-AUDIT-MSG as
      *    written by the catalog manager
           SELECT MAINT-AUDIT-FILE ASSIGN TO CMTAUDIT
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.

      *    Configuration audit trail - the extrapartition dataset
      *    behind TDQ CFGA. Each record is one AUDIT-MSG as written
      *    by DFH0XCFG
           SELECT CONFIG-AUDIT-FILE ASSIGN TO CFGAUDIT
               FILE STATUS IS WS-CONFIG-AUDIT-STATUS.

      *    Configuration file - read directly (not through CICS) to
      *    pick up the dormancy period and the order limit ceiling
           SELECT CONFIG-FILE ASSIGN TO CONFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT REPORT-FILE ASSIGN TO RECRTOUT
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
       FD  PROFILE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  USER-AUTH-RECORD.
           COPY DFH0XUAR.

       FD  HISTORY-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORDER-HISTORY-RECORD.
           COPY DFH0XORH.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-RECORD.
           03 MAU-DATE                 PIC X(8).
           03 FILLER                   PIC X.
           03 MAU-TIME                 PIC X(6).
           03 FILLER                   PIC X(9).
           03 FILLER                   PIC X(6).
           03 MAU-USERID               PIC X(8).
           03 FILLER                   PIC X(174).

       FD  CONFIG-AUDIT-FILE
           RECORD CONTAINS 615 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONFIG-AUDIT-RECORD.
           03 CAU-DATE                 PIC X(8).
           03 FILLER                   PIC X.
           03 CAU-TIME                 PIC X(6).
           03 FILLER                   PIC X(586).
           03 FILLER                   PIC X(6).
           03 CAU-USERID               PIC X(8).

       FD  CONFIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONFIG-RECORD.
           03 CONFIG-KEY               PIC X(9).
           03 FILLER                   PIC X.
           03 CONFIG-DATA              PIC X(9).
           03 CONFIG-DORMANT-DAYS REDEFINES CONFIG-DATA.
               05 CONFIG-DORMANT-DAYS-X PIC X(3).
               05 FILLER               PIC X(6).
           03 FILLER                   PIC X(61).

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
                                        VALUE 'DFH0XCAC------WS'.

       01  WS-PROFILE-STATUS           PIC XX  VALUE SPACES.
           88 PROFILE-OK                       VALUE '00'.
           88 PROFILE-EOF                      VALUE '10'.

       01  WS-HISTORY-STATUS           PIC XX  VALUE SPACES.
           88 HISTORY-OK                       VALUE '00'.
           88 HISTORY-EOF                      VALUE '10'.

       01  WS-MAINT-AUDIT-STATUS       PIC XX  VALUE SPACES.
           88 MAINT-AUDIT-OK                   VALUE '00'.
           88 MAINT-AUDIT-EOF                  VALUE '10'.

       01  WS-CONFIG-AUDIT-STATUS      PIC XX  VALUE SPACES.
           88 CONFIG-AUDIT-OK                  VALUE '00'.
           88 CONFIG-AUDIT-EOF                 VALUE '10'.

       01  WS-CONFIG-STATUS            PIC XX  VALUE SPACES.
           88 CONFIG-OK                        VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

      * The quarter reviewed - the calendar quarter of the run date.
      * Its first day is the date the run is logged under
       01  WS-PERIOD-START-DATE        PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-DATE.
           03 WS-PERIOD-YEAR           PIC 9(4).
           03 WS-PERIOD-MONTH          PIC 9(2).
           03 WS-PERIOD-DAY            PIC 9(2).
       01  WS-QUARTER                  PIC 9(1) VALUE ZERO.
       01  WS-QUARTER-LABEL.
           03 WS-QUARTER-YEAR          PIC 9(4).
           03 FILLER                   PIC X(1) VALUE 'Q'.
           03 WS-QUARTER-NUMBER        PIC 9(1).

      * Review policy - the days without activity after which a user
      * is dormant, and the order value ceiling above which an order
      * limit is flagged. A missing, zero or non-numeric RCRT-DORM or
      * RCRT-CEIL record means the default
       01  WS-RCRT-DORM-KEY            PIC X(9) VALUE 'RCRT-DORM'.
       01  WS-RCRT-CEIL-KEY            PIC X(9) VALUE 'RCRT-CEIL'.
       01  WS-DORMANT-DAYS-DEFAULT     PIC 9(3) VALUE 90.
       01  WS-DORMANT-DAYS             PIC 9(3) VALUE ZERO.
       01  WS-CEILING-DEFAULT          PIC 9(7)V99 VALUE 5000.00.
       01  WS-CEILING                  PIC 9(7)V99 VALUE ZERO.
      * Byte view of the configured ceiling - nine display digits
      * with the pence in the last two, as the profile holds it
       01  WS-CEILING-IN               PIC 9(7)V99 VALUE ZERO.
       01  WS-CEILING-IN-X REDEFINES WS-CEILING-IN
                                       PIC X(9).
       01  WS-DORMANT-BEFORE-DATE      PIC 9(8) VALUE ZERO.
       01  WS-DORMANT-BEFORE-X REDEFINES WS-DORMANT-BEFORE-DATE
                                       PIC X(8).

      * User table - one entry per profile, in userid order as the
      * profile file is read, with the user's latest activity of
      * each kind (YYYYMMDD, spaces for none) and the review flags.
      * Profiles beyond the table size are counted as dropped and
      * fail the run - a recertification that leaves users out
      * cannot be signed off
       01  WS-USER-TABLE-SIZE          PIC 9(4) COMP VALUE 5000.
       01  WS-USER-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-USER-TABLE.
           03 WS-USER-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-USER-COUNT
                            ASCENDING KEY IS USR-USERID
                            INDEXED BY USR-IDX.
               05 USR-USERID           PIC X(8).
               05 USR-PROFILE          PIC X(80).
               05 USR-LAST-ORDER       PIC X(8).
               05 USR-LAST-MAINT       PIC X(8).
               05 USR-LAST-CONFIG      PIC X(8).
               05 USR-LAST-ACTIVITY    PIC X(8).
               05 USR-DORMANT-FLAG     PIC X.
                   88 USR-DORMANT              VALUE 'Y'.
               05 USR-SOD-FLAG         PIC X.
                   88 USR-SOD-CONFLICT         VALUE 'Y'.
               05 USR-LIMIT-FLAG       PIC X.
                   88 USR-OVER-CEILING         VALUE 'Y'.
       01  WS-USER-INDEX               PIC 9(4) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(7) VALUE ZERO.

      * The profile being reported, unpacked from its table entry
       01  WS-PROFILE.
           COPY DFH0XUAR.

      * Activity being matched to a user
       01  WS-ACTIVITY-USERID          PIC X(8) VALUE SPACES.
       01  WS-ACTIVITY-DATE            PIC X(8) VALUE SPACES.
       01  WS-ACTIVITY-KIND            PIC X(1) VALUE SPACE.
           88 ACTIVITY-ORDER                   VALUE 'O'.
           88 ACTIVITY-MAINT                   VALUE 'M'.
           88 ACTIVITY-CONFIG                  VALUE 'C'.

      * Department table - each charge department named on any
      * profile, in ascending order, for the sign-off pages - room
      * for every department number there can be
       01  WS-DEPT-TABLE-SIZE          PIC 9(3) COMP VALUE 999.
       01  WS-DEPT-COUNT               PIC 9(3) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           03 WS-DEPT-ENTRY OCCURS 999 TIMES
                                       PIC 9(3).
       01  WS-DEPT-INDEX               PIC 9(4) COMP VALUE ZERO.
       01  WS-DEPT-SHIFT               PIC 9(4) COMP VALUE ZERO.
       01  WS-DEPT-SLOT                PIC 9(1) VALUE ZERO.
       01  WS-NEW-DEPT                 PIC 9(3) VALUE ZERO.
       01  WS-DEPT-DROPPED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DEPT-FOUND-FLAG          PIC X   VALUE 'N'.
           88 DEPT-FOUND                       VALUE 'Y'.
       01  WS-DEPT-PLACE-FLAG          PIC X   VALUE 'N'.
           88 DEPT-PLACE-FOUND                 VALUE 'Y'.
       01  WS-ANY-DEPT-FLAG            PIC X   VALUE 'N'.
           88 PROFILE-ANY-DEPT                 VALUE 'Y'.
       01  WS-SIGNOFF-DEPT             PIC 9(3) VALUE ZERO.
       01  WS-SIGNOFF-LINES            PIC 9(4) COMP VALUE ZERO.

      * Totals
       01  WS-DORMANT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SOD-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-LIMIT-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SIGNOFF-PAGES            PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(36)
              VALUE 'USER ACCESS RECERTIFICATION'.
           03 FILLER                   PIC X(8)  VALUE 'QUARTER '.
           03 HD-QUARTER               PIC X(6).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE 'RUN DATE '.
           03 HD-RUN-DATE              PIC 9(8).

       01  WS-HEADING-2.
           03 FILLER                   PIC X(27)
              VALUE 'DORMANT AFTER NO ACTIVITY: '.
           03 HD-DORMANT-DAYS          PIC ZZ9.
           03 FILLER                   PIC X(15) VALUE ' DAYS (BEFORE '.
           03 HD-DORMANT-BEFORE        PIC X(8).
           03 FILLER                   PIC X(4)  VALUE ')   '.
           03 FILLER                   PIC X(22)
              VALUE 'ORDER LIMIT CEILING: '.
           03 HD-CEILING               PIC Z,ZZZ,ZZ9.99.

       01  WS-COLUMN-HEADING-1.
           03 FILLER                   PIC X(10) VALUE 'USERID'.
           03 FILLER                   PIC X(20)
              VALUE 'INQ ORD CAN MNT PUR'.
           03 FILLER                   PIC X(13) VALUE 'DEPARTMENTS'.
           03 FILLER                   PIC X(14) VALUE ' ORDER LIMIT'.
           03 FILLER                   PIC X(11) VALUE 'LAST ORDER'.
           03 FILLER                   PIC X(11) VALUE 'LAST MAINT'.
           03 FILLER                   PIC X(11) VALUE 'LAST CONFIG'.
           03 FILLER                   PIC X(11) VALUE 'LAST ACTIVE'.
           03 FILLER                   PIC X(17) VALUE 'FLAGS'.

       01  WS-PROFILE-LINE.
           03 PL-USERID                PIC X(8).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-INQUIRE               PIC X(1).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-ORDER                 PIC X(1).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-CANCEL                PIC X(1).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-MAINT                 PIC X(1).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-PURCH                 PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PL-DEPARTMENTS           PIC X(11).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PL-LIMIT                 PIC X(12).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PL-LAST-ORDER            PIC X(8).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-LAST-MAINT            PIC X(8).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-LAST-CONFIG           PIC X(8).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-LAST-ACTIVITY         PIC X(8).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 PL-FLAGS                 PIC X(17).

       01  WS-LIMIT-EDIT               PIC Z,ZZZ,ZZ9.99.

       01  WS-DEPT-LIST.
           03 DLS-DEPT OCCURS 3 TIMES.
               05 DLS-DEPT-VALUE       PIC X(3).
               05 FILLER               PIC X(1).

       01  WS-FLAG-TEXT.
           03 FT-DORMANT               PIC X(8).
           03 FT-SOD                   PIC X(4).
           03 FT-LIMIT                 PIC X(5).

       01  WS-NONE-LINE.
           03 FILLER                   PIC X(40)
              VALUE 'NO USER AUTHORITY PROFILES ON FILE'.

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-COUNT-LINE.
           03 CL-LABEL                 PIC X(36).
           03 CL-COUNT                 PIC ZZZ,ZZ9.

       01  WS-LEGEND-1.
           03 FILLER                   PIC X(34)
              VALUE 'DORMANT - NO ORDER, MAINTENANCE OR'.
           03 FILLER                   PIC X(36)
              VALUE ' CONFIGURATION ACTIVITY IN PERIOD'.
       01  WS-LEGEND-2.
           03 FILLER                   PIC X(35)
              VALUE 'SOD     - MAY ORDER AND MAY ALSO '.
           03 FILLER                   PIC X(35)
              VALUE 'MAINTAIN THE CATALOG OR PURCHASE'.
       01  WS-LEGEND-3.
           03 FILLER                   PIC X(35)
              VALUE 'LIMIT   - MAY ORDER WITH NO ORDER '.
           03 FILLER                   PIC X(35)
              VALUE 'LIMIT OR ONE ABOVE THE CEILING'.

      * Sign-off page lines
       01  WS-SIGNOFF-HEADING-1.
           03 FILLER                   PIC X(36)
              VALUE 'ACCESS RECERTIFICATION SIGN-OFF'.
           03 FILLER                   PIC X(8)  VALUE 'QUARTER '.
           03 SH-QUARTER               PIC X(6).
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE 'RUN DATE '.
           03 SH-RUN-DATE              PIC 9(8).

       01  WS-SIGNOFF-HEADING-2.
           03 SH-ADDRESSEE             PIC X(60).

       01  WS-SIGNOFF-TEXT-1.
           03 FILLER                   PIC X(70)
              VALUE 'THE USERS BELOW MAY ORDER AGAINST THIS DEPARTMENT I
      -             'N THE CATALOG'.
       01  WS-SIGNOFF-TEXT-2.
           03 FILLER                   PIC X(70)
              VALUE 'APPLICATION. MARK EACH KEEP OR REMOVE, SIGN AND RET
      -             'URN TO AUDIT.'.

       01  WS-SIGNOFF-COLUMNS.
           03 FILLER                   PIC X(10) VALUE 'USERID'.
           03 FILLER                   PIC X(20)
              VALUE 'INQ ORD CAN MNT PUR'.
           03 FILLER                   PIC X(14) VALUE ' ORDER LIMIT'.
           03 FILLER                   PIC X(11) VALUE 'LAST ACTIVE'.
           03 FILLER                   PIC X(19) VALUE 'FLAGS'.
           03 FILLER                   PIC X(16) VALUE 'KEEP    REMOVE'.

       01  WS-SIGNOFF-LINE.
           03 SL-USERID                PIC X(8).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 SL-INQUIRE               PIC X(1).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 SL-ORDER                 PIC X(1).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 SL-CANCEL                PIC X(1).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 SL-MAINT                 PIC X(1).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 SL-PURCH                 PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 SL-LIMIT                 PIC X(12).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 SL-LAST-ACTIVITY         PIC X(8).
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 SL-FLAGS                 PIC X(17).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 FILLER                   PIC X(16)
              VALUE '[  ]    [  ]'.

       01  WS-SIGNOFF-NONE.
           03 FILLER                   PIC X(40)
              VALUE 'NO USERS ON THIS PAGE'.

       01  WS-SIGNATURE-LINE-1.
           03 FILLER                   PIC X(70)
              VALUE 'REVIEWED BY (NAME) ______________________________'.
       01  WS-SIGNATURE-LINE-2.
           03 FILLER                   PIC X(70)
              VALUE 'SIGNATURE __________________________   DATE _______
      -             '_____'.

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

           PERFORM READ-REVIEW-POLICY
           PERFORM OPEN-ALL-FILES

           PERFORM READ-NEXT-PROFILE
           PERFORM LOAD-PROFILE
               UNTIL PROFILE-EOF

      *    Match every activity record to its user's profile
           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM NOTE-HISTORY-ACTIVITY
               UNTIL HISTORY-EOF

           PERFORM READ-NEXT-MAINT-AUDIT
           PERFORM NOTE-MAINT-ACTIVITY
               UNTIL MAINT-AUDIT-EOF

           PERFORM READ-NEXT-CONFIG-AUDIT
           PERFORM NOTE-CONFIG-ACTIVITY
               UNTIL CONFIG-AUDIT-EOF

           PERFORM WRITE-PROFILE-REPORT
           PERFORM WRITE-SIGNOFF-PAGES
           PERFORM CLOSE-ALL-FILES

      *    Profiles or departments left out of the tables mean the
      *    review is incomplete - the run is failed and left STARTED
           IF WS-DROPPED-COUNT GREATER THAN ZERO OR
              WS-DEPT-DROPPED-COUNT GREATER THAN ZERO
               DISPLAY 'DFH0XCAC: ' WS-DROPPED-COUNT
                       ' PROFILE(S) AND ' WS-DEPT-DROPPED-COUNT
                       ' DEPARTMENT(S) NOT REVIEWED - RUN REJECTED'
               CLOSE RUNLOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RUN-CONTROL-COMPLETE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Work out the quarter this run reviews - the calendar quarter  *
      * of the run date - and its first day                           *
      *================================================================*
        DETERMINE-REVIEW-QUARTER.
           MOVE WS-RC-RUN-DATE TO WS-PERIOD-START-DATE
           COMPUTE WS-QUARTER = (WS-PERIOD-MONTH - 1) / 3 + 1
           COMPUTE WS-PERIOD-MONTH = (WS-QUARTER - 1) * 3 + 1
           MOVE 1 TO WS-PERIOD-DAY
           MOVE WS-PERIOD-YEAR TO WS-QUARTER-YEAR
           MOVE WS-QUARTER TO WS-QUARTER-NUMBER
           EXIT.

      *================================================================*
      * Pick up the dormancy period and the order limit ceiling, and  *
      * work out the date a user's last activity must not be before   *
      *================================================================*
        READ-REVIEW-POLICY.
           MOVE WS-DORMANT-DAYS-DEFAULT TO WS-DORMANT-DAYS
           MOVE WS-CEILING-DEFAULT TO WS-CEILING
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE WS-RCRT-DORM-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND
                  CONFIG-DORMANT-DAYS-X IS NUMERIC AND
                  CONFIG-DORMANT-DAYS-X NOT EQUAL '000'
                   MOVE CONFIG-DORMANT-DAYS-X TO WS-DORMANT-DAYS
               END-IF

               MOVE WS-RCRT-CEIL-KEY TO CONFIG-KEY
               READ CONFIG-FILE
                   KEY IS CONFIG-KEY
               END-READ
               IF CONFIG-OK AND CONFIG-DATA IS NUMERIC
                   MOVE CONFIG-DATA TO WS-CEILING-IN-X
                   IF WS-CEILING-IN GREATER THAN ZERO
                       MOVE WS-CEILING-IN TO WS-CEILING
                   END-IF
               END-IF
               CLOSE CONFIG-FILE
           END-IF

           COMPUTE WS-DORMANT-BEFORE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RC-RUN-DATE)
               - WS-DORMANT-DAYS)
           EXIT.

        OPEN-ALL-FILES.
           OPEN INPUT PROFILE-FILE
           IF NOT PROFILE-OK
               DISPLAY 'DFH0XCAC: UNABLE TO OPEN PROFILE FILE - STATUS '
                       WS-PROFILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'DFH0XCAC: UNABLE TO OPEN ORDER HISTORY - '
                       'STATUS ' WS-HISTORY-STATUS
               STOP RUN
           END-IF

           OPEN INPUT MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
               DISPLAY 'DFH0XCAC: UNABLE TO OPEN MAINTENANCE AUDIT - '
                       'STATUS ' WS-MAINT-AUDIT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CONFIG-AUDIT-FILE
           IF NOT CONFIG-AUDIT-OK
               DISPLAY 'DFH0XCAC: UNABLE TO OPEN CONFIGURATION AUDIT - '
                       'STATUS ' WS-CONFIG-AUDIT-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCAC: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               STOP RUN
           END-IF
           EXIT.

        READ-NEXT-PROFILE.
           READ PROFILE-FILE NEXT RECORD
               AT END SET PROFILE-EOF TO TRUE
           END-READ
           IF NOT PROFILE-OK AND NOT PROFILE-EOF
               DISPLAY 'DFH0XCAC: PROFILE READ FAILED - STATUS '
                       WS-PROFILE-STATUS
               SET PROFILE-EOF TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Store one profile in the user table, and note the charge      *
      * departments it names for the sign-off pages                   *
      *================================================================*
        LOAD-PROFILE.
           IF WS-USER-COUNT EQUAL WS-USER-TABLE-SIZE
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-USER-COUNT
               MOVE UAUT-USERID OF USER-AUTH-RECORD
                   TO USR-USERID(WS-USER-COUNT)
               MOVE USER-AUTH-RECORD TO USR-PROFILE(WS-USER-COUNT)
               MOVE SPACES TO USR-LAST-ORDER(WS-USER-COUNT)
               MOVE SPACES TO USR-LAST-MAINT(WS-USER-COUNT)
               MOVE SPACES TO USR-LAST-CONFIG(WS-USER-COUNT)
               MOVE SPACES TO USR-LAST-ACTIVITY(WS-USER-COUNT)
               MOVE 'N' TO USR-DORMANT-FLAG(WS-USER-COUNT)
               MOVE 'N' TO USR-SOD-FLAG(WS-USER-COUNT)
               MOVE 'N' TO USR-LIMIT-FLAG(WS-USER-COUNT)

               PERFORM LOAD-PROFILE-DEPARTMENT
                   VARYING WS-DEPT-SLOT FROM 1 BY 1
                   UNTIL WS-DEPT-SLOT GREATER THAN 3
           END-IF

           PERFORM READ-NEXT-PROFILE
           EXIT.

        LOAD-PROFILE-DEPARTMENT.
           IF UAUT-DEPT OF USER-AUTH-RECORD(WS-DEPT-SLOT) NUMERIC AND
              UAUT-DEPT OF USER-AUTH-RECORD(WS-DEPT-SLOT)
                  GREATER THAN ZERO
               MOVE UAUT-DEPT OF USER-AUTH-RECORD(WS-DEPT-SLOT)
                   TO WS-NEW-DEPT
               PERFORM ADD-SIGNOFF-DEPARTMENT
           END-IF
           EXIT.

      *================================================================*
      * Add WS-NEW-DEPT to the department table, kept in ascending    *
      * order by shifting the larger entries up one                   *
      *================================================================*
        ADD-SIGNOFF-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-FOUND-FLAG
           MOVE 'N' TO WS-DEPT-PLACE-FLAG
           MOVE 1 TO WS-DEPT-INDEX
           PERFORM FIND-DEPARTMENT-PLACE
               UNTIL DEPT-PLACE-FOUND

           IF WS-DEPT-INDEX NOT GREATER THAN WS-DEPT-COUNT
               IF WS-DEPT-ENTRY(WS-DEPT-INDEX) EQUAL WS-NEW-DEPT
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-IF

           IF NOT DEPT-FOUND
               IF WS-DEPT-COUNT EQUAL WS-DEPT-TABLE-SIZE
                   ADD 1 TO WS-DEPT-DROPPED-COUNT
               ELSE
                   PERFORM SHIFT-DEPARTMENT-UP
                       VARYING WS-DEPT-SHIFT FROM WS-DEPT-COUNT BY -1
                       UNTIL WS-DEPT-SHIFT LESS THAN WS-DEPT-INDEX
                   MOVE WS-NEW-DEPT TO WS-DEPT-ENTRY(WS-DEPT-INDEX)
                   ADD 1 TO WS-DEPT-COUNT
               END-IF
           END-IF
           EXIT.

      *    Step WS-DEPT-INDEX past the entries below WS-NEW-DEPT - it
      *    stops on the first entry not below it, or one past the end
        FIND-DEPARTMENT-PLACE.
           IF WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
               SET DEPT-PLACE-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-ENTRY(WS-DEPT-INDEX) NOT LESS THAN WS-NEW-DEPT
               SET DEPT-PLACE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEPT-INDEX
           END-IF
           EXIT.

        SHIFT-DEPARTMENT-UP.
           MOVE WS-DEPT-ENTRY(WS-DEPT-SHIFT)
               TO WS-DEPT-ENTRY(WS-DEPT-SHIFT + 1)
           EXIT.

        READ-NEXT-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           IF NOT HISTORY-OK AND NOT HISTORY-EOF
               DISPLAY 'DFH0XCAC: ORDER HISTORY READ FAILED - STATUS '
                       WS-HISTORY-STATUS
               SET HISTORY-EOF TO TRUE
           END-IF
           EXIT.

        NOTE-HISTORY-ACTIVITY.
           MOVE ORDH-USERID TO WS-ACTIVITY-USERID
           MOVE ORDH-DATE TO WS-ACTIVITY-DATE
           SET ACTIVITY-ORDER TO TRUE
           PERFORM NOTE-USER-ACTIVITY

           PERFORM READ-NEXT-HISTORY-RECORD
           EXIT.

        READ-NEXT-MAINT-AUDIT.
           READ MAINT-AUDIT-FILE
               AT END SET MAINT-AUDIT-EOF TO TRUE
           END-READ
           IF NOT MAINT-AUDIT-OK AND NOT MAINT-AUDIT-EOF
               DISPLAY 'DFH0XCAC: MAINTENANCE AUDIT READ FAILED - '
                       'STATUS ' WS-MAINT-AUDIT-STATUS
               SET MAINT-AUDIT-EOF TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * The audit trails carry the date MMDDYYYY - it is rearranged   *
      * YYYYMMDD so the latest date is the highest                    *
      *================================================================*
        NOTE-MAINT-ACTIVITY.
           MOVE MAU-USERID TO WS-ACTIVITY-USERID
           MOVE MAU-DATE(5:4) TO WS-ACTIVITY-DATE(1:4)
           MOVE MAU-DATE(1:2) TO WS-ACTIVITY-DATE(5:2)
           MOVE MAU-DATE(3:2) TO WS-ACTIVITY-DATE(7:2)
           SET ACTIVITY-MAINT TO TRUE
           PERFORM NOTE-USER-ACTIVITY

           PERFORM READ-NEXT-MAINT-AUDIT
           EXIT.

        READ-NEXT-CONFIG-AUDIT.
           READ CONFIG-AUDIT-FILE
               AT END SET CONFIG-AUDIT-EOF TO TRUE
           END-READ
           IF NOT CONFIG-AUDIT-OK AND NOT CONFIG-AUDIT-EOF
               DISPLAY 'DFH0XCAC: CONFIGURATION AUDIT READ FAILED - '
                       'STATUS ' WS-CONFIG-AUDIT-STATUS
               SET CONFIG-AUDIT-EOF TO TRUE
           END-IF
           EXIT.

        NOTE-CONFIG-ACTIVITY.
           MOVE CAU-USERID TO WS-ACTIVITY-USERID
           MOVE CAU-DATE(5:4) TO WS-ACTIVITY-DATE(1:4)
           MOVE CAU-DATE(1:2) TO WS-ACTIVITY-DATE(5:2)
           MOVE CAU-DATE(3:2) TO WS-ACTIVITY-DATE(7:2)
           SET ACTIVITY-CONFIG TO TRUE
           PERFORM NOTE-USER-ACTIVITY

           PERFORM READ-NEXT-CONFIG-AUDIT
           EXIT.

      *================================================================*
      * Find WS-ACTIVITY-USERID in the user table and keep the later  *
      * of its date so far and WS-ACTIVITY-DATE. Activity by a user   *
      * with no profile (a batch job, or a profile since deleted), or *
      * with no usable date, is passed over                           *
      *================================================================*
        NOTE-USER-ACTIVITY.
           IF WS-USER-COUNT EQUAL ZERO OR
              WS-ACTIVITY-USERID EQUAL SPACES OR
              WS-ACTIVITY-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           SEARCH ALL WS-USER-ENTRY
               AT END
                   CONTINUE
               WHEN USR-USERID(USR-IDX) EQUAL WS-ACTIVITY-USERID
                   EVALUATE TRUE
                       WHEN ACTIVITY-ORDER
                           IF USR-LAST-ORDER(USR-IDX) EQUAL SPACES OR
                              WS-ACTIVITY-DATE GREATER THAN
                                  USR-LAST-ORDER(USR-IDX)
                               MOVE WS-ACTIVITY-DATE
                                   TO USR-LAST-ORDER(USR-IDX)
                           END-IF
                       WHEN ACTIVITY-MAINT
                           IF USR-LAST-MAINT(USR-IDX) EQUAL SPACES OR
                              WS-ACTIVITY-DATE GREATER THAN
                                  USR-LAST-MAINT(USR-IDX)
                               MOVE WS-ACTIVITY-DATE
                                   TO USR-LAST-MAINT(USR-IDX)
                           END-IF
                       WHEN ACTIVITY-CONFIG
                           IF USR-LAST-CONFIG(USR-IDX) EQUAL SPACES OR
                              WS-ACTIVITY-DATE GREATER THAN
                                  USR-LAST-CONFIG(USR-IDX)
                               MOVE WS-ACTIVITY-DATE
                                   TO USR-LAST-CONFIG(USR-IDX)
                           END-IF
                   END-EVALUATE
           END-SEARCH
           EXIT.

      *================================================================*
      * Print every profile with its authorities, last activity and   *
      * review flags, then the totals                                 *
      *================================================================*
        WRITE-PROFILE-REPORT.
           MOVE WS-QUARTER-LABEL TO HD-QUARTER
           MOVE WS-RC-RUN-DATE TO HD-RUN-DATE
           MOVE WS-DORMANT-DAYS TO HD-DORMANT-DAYS
           MOVE WS-DORMANT-BEFORE-X TO HD-DORMANT-BEFORE
           MOVE WS-CEILING TO HD-CEILING
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1

           IF WS-USER-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM REPORT-ONE-PROFILE
               VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX GREATER THAN WS-USER-COUNT

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-LEGEND-1
           WRITE REPORT-LINE FROM WS-LEGEND-2
           WRITE REPORT-LINE FROM WS-LEGEND-3
           WRITE REPORT-LINE FROM WS-BLANK-LINE

           MOVE 'PROFILES REVIEWED                 : ' TO CL-LABEL
           MOVE WS-USER-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PROFILES FLAGGED                  : ' TO CL-LABEL
           MOVE WS-FLAGGED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  DORMANT                         : ' TO CL-LABEL
           MOVE WS-DORMANT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  SEGREGATION OF DUTIES CONFLICT  : ' TO CL-LABEL
           MOVE WS-SOD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  ORDER LIMIT ABOVE CEILING       : ' TO CL-LABEL
           MOVE WS-LIMIT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF WS-DROPPED-COUNT GREATER THAN ZERO
               MOVE 'PROFILES NOT REVIEWED - TABLE FULL: ' TO CL-LABEL
               MOVE WS-DROPPED-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE
           END-IF
           IF WS-DEPT-DROPPED-COUNT GREATER THAN ZERO
               MOVE 'DEPARTMENTS WITHOUT A SIGN-OFF PAGE: ' TO CL-LABEL
               MOVE WS-DEPT-DROPPED-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE
           END-IF
           EXIT.

        REPORT-ONE-PROFILE.
           PERFORM REVIEW-ONE-PROFILE
           PERFORM WRITE-PROFILE-LINE
           EXIT.

      *================================================================*
      * Work out one profile's last activity and review flags         *
      *================================================================*
        REVIEW-ONE-PROFILE.
           MOVE USR-PROFILE(WS-USER-INDEX) TO WS-PROFILE

           MOVE USR-LAST-ORDER(WS-USER-INDEX)
               TO USR-LAST-ACTIVITY(WS-USER-INDEX)
           IF USR-LAST-MAINT(WS-USER-INDEX) NOT EQUAL SPACES AND
              (USR-LAST-ACTIVITY(WS-USER-INDEX) EQUAL SPACES OR
               USR-LAST-MAINT(WS-USER-INDEX) GREATER THAN
                   USR-LAST-ACTIVITY(WS-USER-INDEX))
               MOVE USR-LAST-MAINT(WS-USER-INDEX)
                   TO USR-LAST-ACTIVITY(WS-USER-INDEX)
           END-IF
           IF USR-LAST-CONFIG(WS-USER-INDEX) NOT EQUAL SPACES AND
              (USR-LAST-ACTIVITY(WS-USER-INDEX) EQUAL SPACES OR
               USR-LAST-CONFIG(WS-USER-INDEX) GREATER THAN
                   USR-LAST-ACTIVITY(WS-USER-INDEX))
               MOVE USR-LAST-CONFIG(WS-USER-INDEX)
                   TO USR-LAST-ACTIVITY(WS-USER-INDEX)
           END-IF

           IF USR-LAST-ACTIVITY(WS-USER-INDEX) EQUAL SPACES OR
              USR-LAST-ACTIVITY(WS-USER-INDEX) LESS THAN
                  WS-DORMANT-BEFORE-X
               MOVE 'Y' TO USR-DORMANT-FLAG(WS-USER-INDEX)
               ADD 1 TO WS-DORMANT-COUNT
           END-IF

           IF UAUT-ALLOW-ORDER OF WS-PROFILE EQUAL 'Y' AND
              (UAUT-ALLOW-MAINT OF WS-PROFILE EQUAL 'Y' OR
               UAUT-ALLOW-PURCH OF WS-PROFILE EQUAL 'Y')
               MOVE 'Y' TO USR-SOD-FLAG(WS-USER-INDEX)
               ADD 1 TO WS-SOD-COUNT
           END-IF

      *    A zero (or unreadable) ceiling means the user may order
      *    any value, which is above any policy ceiling
           IF UAUT-ALLOW-ORDER OF WS-PROFILE EQUAL 'Y'
               IF UAUT-ORDER-LIMIT OF WS-PROFILE NOT NUMERIC
                   MOVE 'Y' TO USR-LIMIT-FLAG(WS-USER-INDEX)
               ELSE
                   IF UAUT-ORDER-LIMIT OF WS-PROFILE EQUAL ZERO OR
                      UAUT-ORDER-LIMIT OF WS-PROFILE GREATER THAN
                          WS-CEILING
                       MOVE 'Y' TO USR-LIMIT-FLAG(WS-USER-INDEX)
                   END-IF
               END-IF
               IF USR-OVER-CEILING(WS-USER-INDEX)
                   ADD 1 TO WS-LIMIT-COUNT
               END-IF
           END-IF

           IF USR-DORMANT(WS-USER-INDEX) OR
              USR-SOD-CONFLICT(WS-USER-INDEX) OR
              USR-OVER-CEILING(WS-USER-INDEX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           EXIT.

      *================================================================*
      * Format the authorities, limit and flags of the profile in     *
      * WS-PROFILE and user table entry WS-USER-INDEX, and print its  *
      * line on the profile listing                                   *
      *================================================================*
        WRITE-PROFILE-LINE.
           PERFORM FORMAT-PROFILE-FIELDS

           MOVE USR-USERID(WS-USER-INDEX) TO PL-USERID
           MOVE UAUT-ALLOW-INQUIRE OF WS-PROFILE TO PL-INQUIRE
           MOVE UAUT-ALLOW-ORDER OF WS-PROFILE TO PL-ORDER
           MOVE UAUT-ALLOW-CANCEL OF WS-PROFILE TO PL-CANCEL
           MOVE UAUT-ALLOW-MAINT OF WS-PROFILE TO PL-MAINT
           MOVE UAUT-ALLOW-PURCH OF WS-PROFILE TO PL-PURCH
           MOVE WS-DEPT-LIST TO PL-DEPARTMENTS
           MOVE WS-FLAG-TEXT TO PL-FLAGS

           MOVE USR-LAST-ORDER(WS-USER-INDEX) TO PL-LAST-ORDER
           MOVE USR-LAST-MAINT(WS-USER-INDEX) TO PL-LAST-MAINT
           MOVE USR-LAST-CONFIG(WS-USER-INDEX) TO PL-LAST-CONFIG
           MOVE USR-LAST-ACTIVITY(WS-USER-INDEX) TO PL-LAST-ACTIVITY
           IF PL-LAST-ORDER EQUAL SPACES
               MOVE '   -    ' TO PL-LAST-ORDER
           END-IF
           IF PL-LAST-MAINT EQUAL SPACES
               MOVE '   -    ' TO PL-LAST-MAINT
           END-IF
           IF PL-LAST-CONFIG EQUAL SPACES
               MOVE '   -    ' TO PL-LAST-CONFIG
           END-IF
           IF PL-LAST-ACTIVITY EQUAL SPACES
               MOVE 'NEVER' TO PL-LAST-ACTIVITY
           END-IF
           WRITE REPORT-LINE FROM WS-PROFILE-LINE
           EXIT.

        FORMAT-PROFILE-FIELDS.
           MOVE SPACES TO WS-DEPT-LIST
           MOVE 'Y' TO WS-ANY-DEPT-FLAG
           PERFORM FORMAT-PROFILE-DEPARTMENT
               VARYING WS-DEPT-SLOT FROM 1 BY 1
               UNTIL WS-DEPT-SLOT GREATER THAN 3
           IF PROFILE-ANY-DEPT
               MOVE 'ANY' TO WS-DEPT-LIST
           END-IF

           IF UAUT-ORDER-LIMIT OF WS-PROFILE NOT NUMERIC OR
              UAUT-ORDER-LIMIT OF WS-PROFILE EQUAL ZERO
               MOVE '    NO LIMIT' TO PL-LIMIT
           ELSE
               MOVE UAUT-ORDER-LIMIT OF WS-PROFILE TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO PL-LIMIT
           END-IF
           MOVE PL-LIMIT TO SL-LIMIT

           MOVE SPACES TO WS-FLAG-TEXT
           IF USR-DORMANT(WS-USER-INDEX)
               MOVE 'DORMANT' TO FT-DORMANT
           END-IF
           IF USR-SOD-CONFLICT(WS-USER-INDEX)
               MOVE 'SOD' TO FT-SOD
           END-IF
           IF USR-OVER-CEILING(WS-USER-INDEX)
               MOVE 'LIMIT' TO FT-LIMIT
           END-IF
           EXIT.

        FORMAT-PROFILE-DEPARTMENT.
           IF UAUT-DEPT OF WS-PROFILE(WS-DEPT-SLOT) NUMERIC AND
              UAUT-DEPT OF WS-PROFILE(WS-DEPT-SLOT) GREATER THAN ZERO
               MOVE UAUT-DEPT OF WS-PROFILE(WS-DEPT-SLOT)
                   TO DLS-DEPT-VALUE(WS-DEPT-SLOT)
               MOVE 'N' TO WS-ANY-DEPT-FLAG
           END-IF
           EXIT.

      *================================================================*
      * Print a sign-off page for each department named on a profile, *
      * then one for the users allowed every department               *
      *================================================================*
        WRITE-SIGNOFF-PAGES.
           PERFORM WRITE-DEPT-SIGNOFF-PAGE
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT

           MOVE ZERO TO WS-SIGNOFF-DEPT
           PERFORM WRITE-ONE-SIGNOFF-PAGE
           EXIT.

        WRITE-DEPT-SIGNOFF-PAGE.
           MOVE WS-DEPT-ENTRY(WS-DEPT-INDEX) TO WS-SIGNOFF-DEPT
           PERFORM WRITE-ONE-SIGNOFF-PAGE
           EXIT.

      *================================================================*
      * Print the sign-off page for WS-SIGNOFF-DEPT - zero is the     *
      * page for the users whose profile names no department, who     *
      * may order against any, addressed to the application owner    *
      *================================================================*
        WRITE-ONE-SIGNOFF-PAGE.
           ADD 1 TO WS-SIGNOFF-PAGES
           MOVE ZERO TO WS-SIGNOFF-LINES
           MOVE WS-QUARTER-LABEL TO SH-QUARTER
           MOVE WS-RC-RUN-DATE TO SH-RUN-DATE
           MOVE SPACES TO SH-ADDRESSEE
           IF WS-SIGNOFF-DEPT EQUAL ZERO
               MOVE 'FOR THE APPLICATION OWNER - USERS ALLOWED EVERY DEP
      -             'ARTMENT' TO SH-ADDRESSEE
           ELSE
               STRING 'FOR THE MANAGER OF DEPARTMENT '
                      WS-SIGNOFF-DEPT
                   DELIMITED BY SIZE
                   INTO SH-ADDRESSEE
               END-STRING
           END-IF

           WRITE REPORT-LINE FROM WS-SIGNOFF-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-SIGNOFF-HEADING-2
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SIGNOFF-TEXT-1
           WRITE REPORT-LINE FROM WS-SIGNOFF-TEXT-2
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SIGNOFF-COLUMNS

           PERFORM LIST-SIGNOFF-USER
               VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX GREATER THAN WS-USER-COUNT

           IF WS-SIGNOFF-LINES EQUAL ZERO
               WRITE REPORT-LINE FROM WS-SIGNOFF-NONE
           END-IF

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SIGNATURE-LINE-1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SIGNATURE-LINE-2
           EXIT.

        LIST-SIGNOFF-USER.
           MOVE USR-PROFILE(WS-USER-INDEX) TO WS-PROFILE
           PERFORM FORMAT-PROFILE-FIELDS
           PERFORM CHECK-SIGNOFF-USER
           EXIT.

      *================================================================*
      * Print the user in table entry WS-USER-INDEX on the sign-off   *
      * page if the profile names WS-SIGNOFF-DEPT, or names no        *
      * department at all on the every-department page                *
      *================================================================*
        CHECK-SIGNOFF-USER.
           MOVE 'N' TO WS-DEPT-FOUND-FLAG
           IF WS-SIGNOFF-DEPT EQUAL ZERO
               IF PROFILE-ANY-DEPT
                   SET DEPT-FOUND TO TRUE
               END-IF
           ELSE
               PERFORM CHECK-SIGNOFF-DEPARTMENT
                   VARYING WS-DEPT-SLOT FROM 1 BY 1
                   UNTIL WS-DEPT-SLOT GREATER THAN 3
           END-IF

           IF DEPT-FOUND
               ADD 1 TO WS-SIGNOFF-LINES
               MOVE USR-USERID(WS-USER-INDEX) TO SL-USERID
               MOVE UAUT-ALLOW-INQUIRE OF WS-PROFILE TO SL-INQUIRE
               MOVE UAUT-ALLOW-ORDER OF WS-PROFILE TO SL-ORDER
               MOVE UAUT-ALLOW-CANCEL OF WS-PROFILE TO SL-CANCEL
               MOVE UAUT-ALLOW-MAINT OF WS-PROFILE TO SL-MAINT
               MOVE UAUT-ALLOW-PURCH OF WS-PROFILE TO SL-PURCH
               MOVE USR-LAST-ACTIVITY(WS-USER-INDEX)
                   TO SL-LAST-ACTIVITY
               IF SL-LAST-ACTIVITY EQUAL SPACES
                   MOVE 'NEVER' TO SL-LAST-ACTIVITY
               END-IF
               MOVE WS-FLAG-TEXT TO SL-FLAGS
               WRITE REPORT-LINE FROM WS-SIGNOFF-LINE
           END-IF
           EXIT.

        CHECK-SIGNOFF-DEPARTMENT.
           IF UAUT-DEPT OF WS-PROFILE(WS-DEPT-SLOT) NUMERIC AND
              UAUT-DEPT OF WS-PROFILE(WS-DEPT-SLOT) EQUAL
                  WS-SIGNOFF-DEPT
               SET DEPT-FOUND TO TRUE
           END-IF
           EXIT.

        CLOSE-ALL-FILES.
           DISPLAY 'DFH0XCAC: ' WS-USER-COUNT ' PROFILE(S) REVIEWED, '
                   WS-FLAGGED-COUNT ' FLAGGED, '
                   WS-SIGNOFF-PAGES ' SIGN-OFF PAGE(S)'
           CLOSE PROFILE-FILE
           CLOSE HISTORY-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE CONFIG-AUDIT-FILE
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
           PERFORM DETERMINE-REVIEW-QUARTER

           OPEN I-O RUNLOG-FILE
           IF NOT RUNLOG-OK
      *        A run-log that has never been loaded must be created
      *        for output before it can be updated
               OPEN OUTPUT RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCAC: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
               IF NOT RUNLOG-OK
                   DISPLAY 'DFH0XCAC: UNABLE TO OPEN RUN LOG - STATUS '
                           WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-PERIOD-START-DATE TO RNL-DATE
           MOVE 'DFH0XCAC' TO RNL-JOBNAME
           READ RUNLOG-FILE
               KEY IS RNL-KEY
           END-READ

           IF RUNLOG-OK
               IF RNL-STATUS-COMPLETE
                   DISPLAY 'DFH0XCAC: ALREADY RUN FOR PERIOD '
                           WS-QUARTER-LABEL ' - RUN REFUSED'
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
               MOVE 'DFH0XCAC' TO RNL-JOBNAME
               MOVE 'STARTED ' TO RNL-STATUS
               MOVE WS-RC-TIME-RAW(1:6) TO RNL-START-TIME
               MOVE SPACES TO RNL-END-TIME
               WRITE RUNLOG-RECORD
           END-IF

           IF NOT RUNLOG-OK
               DISPLAY 'DFH0XCAC: UNABLE TO LOG RUN START - STATUS '
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
           MOVE 'DFH0XCAC' TO RNL-JOBNAME
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
               DISPLAY 'DFH0XCAC: UNABLE TO MARK RUN COMPLETE - STATUS '
                       WS-RUNLOG-STATUS
           END-IF
           CLOSE RUNLOG-FILE
           EXIT.
