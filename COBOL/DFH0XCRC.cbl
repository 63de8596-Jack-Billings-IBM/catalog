      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : BATCH SUITE RUN CONTROL     *
      *   $D1= I07544 640 261015 HDIPCB  : OPEN TRANSFER REPORT ADDED  *
      *   $D2= I07544 640 261015 HDIPCB  : INVOICE MATCH ADDED         *
      *   $D3= I07544 640 261015 HDIPCB  : RECONCILIATION ADDED        *
      *   $D4= I07544 640 261015 HDIPCB  : SUPPLIER PRICE LOAD ADDED   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      * expects them to be run
       01  WS-SUITE-TABLE.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCSR'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCPL'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCXR'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCVR'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCCE'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCLW'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCAR'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCDR'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCTR'.
           03 FILLER                   PIC X(8) VALUE 'DFH0XCIM'.
       01  WS-SUITE-JOBS REDEFINES WS-SUITE-TABLE.
           03 WS-SUITE-JOB OCCURS 10 TIMES  PIC X(8).

       01  WS-JOB-INDEX                PIC 9(2) VALUE ZERO.
       01  WS-COMPLETE-COUNT           PIC 9(2) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(42)
           03 FILLER                   PIC X(21)
              VALUE 'JOBS COMPLETE       :'.
           03 FILLER                   PIC X     VALUE SPACES.
           03 SL-COMPLETE-COUNT        PIC Z9.
           03 FILLER                   PIC X(6)  VALUE ' OF 10'.

      ******************************************************************
      *    P R O C E D U R E S
           WRITE REPORT-LINE FROM WS-HEADING-2

           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
                   UNTIL WS-JOB-INDEX GREATER THAN 10
               PERFORM REPORT-ONE-JOB
           END-PERFORM

