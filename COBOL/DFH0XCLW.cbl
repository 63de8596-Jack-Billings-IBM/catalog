      *   $D1= I07544 640 260901 HDIPCB  : MULTI-WAREHOUSE STOCK       *
      *                                                                *
      *   $DA= I07544 640 260901 HDIPCB  : BATCH SUITE RUN CONTROL    *
      *   $DB= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $DC= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $DD= I07544 640 261015 HDIPCB  : REORDER POINT WIDENED TO 7  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCLW.
       DATA DIVISION.
       FILE SECTION.
       FD  LOWSTOCK-FILE
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LOWSTOCK-RECORD.
           03 LS-DATE                  PIC X(8).
           03 LS-TIME                  PIC X(6).
           03 FILLER                   PIC X(9).
           03 FILLER                   PIC X(6).
           03 LS-ITEM-REF-NUMBER       PIC 9(8).
           03 FILLER                   PIC X(7).
           03 LS-STOCK                 PIC 9(7).
           03 FILLER                   PIC X(9).
           03 LS-REORDER-POINT         PIC 9(7).
      *    Warehouse location the notification was raised for -
      *    spaces when the item is not location-tracked. Repeat
      *    notifications still de-duplicate by item: the worklist
           03 LS-LOCATION              PIC X(2).

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           COPY DFH0XCAT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01  WS-WORKLIST-TABLE.
           03 WS-WORKLIST-ENTRY OCCURS 500 TIMES.
               05 WL-DEPARTMENT        PIC 9(3).
               05 WL-ITEM-REF          PIC 9(8).
               05 WL-DESCRIPTION       PIC X(40).
               05 WL-STOCK             PIC 9(7).
               05 WL-REORDER-POINT     PIC 9(7).
               05 WL-FLAG              PIC X(9).

       01  WS-WORKLIST-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-SEARCH-INDEX             PIC 9(3) VALUE ZERO.
       01  WS-SORT-INDEX               PIC 9(3) VALUE ZERO.
       01  WS-LOWEST-INDEX             PIC 9(3) VALUE ZERO.
       01  WS-SWAP-ENTRY               PIC X(74).

       01  WS-MATCH-FOUND-FLAG         PIC X   VALUE 'N'.
           88 MATCH-FOUND                      VALUE 'Y'.
           03 DH-DEPARTMENT            PIC 9(3).

       01  WS-COLUMN-HEADING.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(9)  VALUE 'STOCK'.
           03 FILLER                   PIC X(12) VALUE 'REORD PT'.
           03 FILLER                   PIC X(9)  VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DESCRIPTION           PIC X(40).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-STOCK                 PIC ZZZZZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-REORDER-POINT         PIC ZZZZZZ9.
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 DL-FLAG                  PIC X(9).

