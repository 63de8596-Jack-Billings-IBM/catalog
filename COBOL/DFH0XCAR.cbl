      *      configuration record key they changed (EXMP-CONF,        *
      *      OUTBNDURL, VSAM-NAME, WS-SERVER, QTY-LIMIT, REORD-PNT,   *
      *      DEPT-DISP) and listed in date/time order within each     *
      *      group, showing the terminal, task and user that made the *
      *      change and the full before and after values.             *
      *                                                                *
      * ENTRY POINT = DFH0XCAR                                         *
      *   $D0= I07544 640 040910 HDIPCB  : CONFIG CHANGE HISTORY RPT   *
      *                                                                *
      *   $DA= I07544 640 260901 HDIPCB  : BATCH SUITE RUN CONTROL    *
      *   $DB= I07544 640 261015 HDIPCB  : USERID ON CONFIG AUDIT     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCAR.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 615 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           03 AU-DATE                  PIC X(8).
           03 AU-OLD-VALUE             PIC X(265).
           03 FILLER                   PIC X(5).
           03 AU-NEW-VALUE             PIC X(265).
      *    Signed-on user - spaces on records written before it was
      *    captured
           03 FILLER                   PIC X(6).
           03 AU-USERID                PIC X(8).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
                   07 CH-TASKNUM       PIC X(7).
               05 CH-DATE              PIC X(8).
               05 CH-TERMID            PIC X(4).
               05 CH-USERID            PIC X(8).
               05 CH-OLD-VALUE         PIC X(265).
               05 CH-NEW-VALUE         PIC X(265).

       01  WS-SEARCH-INDEX             PIC 9(3) VALUE ZERO.
       01  WS-SORT-INDEX               PIC 9(3) VALUE ZERO.
       01  WS-LOWEST-INDEX             PIC 9(3) VALUE ZERO.
       01  WS-SWAP-ENTRY               PIC X(580).
       01  WS-DROPPED-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-PREV-RECORD-KEY          PIC X(9) VALUE SPACES.
           03 CL-TERMID                PIC X(4).
           03 FILLER                   PIC X(7)  VALUE '  TASK='.
           03 CL-TASKNUM               PIC X(7).
           03 FILLER                   PIC X(7)  VALUE '  USER='.
           03 CL-USERID                PIC X(8).

       01  WS-VALUE-LINE.
           03 VL-LABEL                 PIC X(5).
               MOVE AU-TASKNUM TO CH-TASKNUM(WS-CHANGE-COUNT)
               MOVE AU-DATE TO CH-DATE(WS-CHANGE-COUNT)
               MOVE AU-TERMID TO CH-TERMID(WS-CHANGE-COUNT)
               MOVE AU-USERID TO CH-USERID(WS-CHANGE-COUNT)
               MOVE AU-OLD-VALUE TO CH-OLD-VALUE(WS-CHANGE-COUNT)
               MOVE AU-NEW-VALUE TO CH-NEW-VALUE(WS-CHANGE-COUNT)
           END-IF
               MOVE CH-TIME(WS-CHANGE-INDEX) TO CL-TIME
               MOVE CH-TERMID(WS-CHANGE-INDEX) TO CL-TERMID
               MOVE CH-TASKNUM(WS-CHANGE-INDEX) TO CL-TASKNUM
               MOVE CH-USERID(WS-CHANGE-INDEX) TO CL-USERID
               WRITE REPORT-LINE FROM WS-CHANGE-LINE

               MOVE 'OLD: ' TO WS-VALUE-LABEL
