      *      Audit records are grouped by the item reference they    *
      *      changed and listed in date/time order within each       *
      *      group, showing the user and task that made the change   *
      *      and the full before and after item images. The cost     *
      *      changes the supplier price load (DFH0XCPL) applies are  *
      *      audited in the same layout and read with the CMTA       *
      *      records.                                                *
      *                                                                *
      * ENTRY POINT = DFH0XCMR                                         *
      *                                                                *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : CATALOG MAINT CHANGE RPT    *
      *   $D1= I07544 640 261015 HDIPCB  : SUPPLIER PRICE LOAD AUDIT   *
      *   $D2= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      *    Audit trail file - the extrapartition dataset behind TDQ
      *    CMTA. Each record is one MAINT-AUDIT-MSG as written by
      *    the catalog manager, followed by the audit records of
      *    the supplier price load
           SELECT AUDIT-FILE ASSIGN TO CMTAUDIT
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           03 AU-DATE                  PIC X(8).
           03 FILLER                   PIC X(5).
           03 AU-ACTION                PIC X(6).
           03 FILLER                   PIC X(5).
           03 AU-OLD-IMAGE             PIC X(70).
           03 FILLER                   PIC X(5).
           03 AU-NEW-IMAGE             PIC X(70).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS

      * Change table - one entry per audit record. The sort prefix
      * groups the fields the report orders on: the item reference
      * (the leading eight bytes of the after image) first, then the
      * change date rearranged YYYYMMDD so it collates
      * chronologically (the audit trail itself carries MMDDYYYY),
      * then time and task number
       01  WS-CHANGE-TABLE.
           03 WS-CHANGE-ENTRY OCCURS 200 TIMES.
               05 CH-SORT-PREFIX.
                   07 CH-ITEM-REF      PIC X(8).
                   07 CH-SORT-DATE     PIC X(8).
                   07 CH-TIME          PIC X(6).
                   07 CH-TASKNUM       PIC X(7).
               05 CH-DATE              PIC X(8).
               05 CH-USERID            PIC X(8).
               05 CH-ACTION            PIC X(6).
               05 CH-OLD-IMAGE         PIC X(70).
               05 CH-NEW-IMAGE         PIC X(70).

       01  WS-CHANGE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-CHANGE-INDEX             PIC 9(3) VALUE ZERO.
       01  WS-SEARCH-INDEX             PIC 9(3) VALUE ZERO.
       01  WS-SORT-INDEX               PIC 9(3) VALUE ZERO.
       01  WS-LOWEST-INDEX             PIC 9(3) VALUE ZERO.
       01  WS-SWAP-ENTRY               PIC X(191).
       01  WS-DROPPED-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-PREV-ITEM-REF            PIC X(8) VALUE SPACES.
       01  WS-FIRST-GROUP-FLAG         PIC X   VALUE 'Y'.
           88 FIRST-GROUP                      VALUE 'Y'.

       01  WS-GROUP-HEADING.
           03 FILLER                   PIC X(16)
              VALUE 'CHANGES TO ITEM '.
           03 GH-ITEM-REF              PIC X(8).

       01  WS-CHANGE-LINE.
           03 CL-DATE                  PIC X(8).
       01  WS-VALUE-LINE.
           03 VL-LABEL                 PIC X(5).
           03 FILLER                   PIC X     VALUE SPACES.
           03 VL-TEXT                  PIC X(70).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
               MOVE AU-NEW-IMAGE(1:8)
                   TO CH-ITEM-REF(WS-CHANGE-COUNT)
               MOVE AU-DATE(5:4)
                   TO CH-SORT-DATE(WS-CHANGE-COUNT)(1:4)
