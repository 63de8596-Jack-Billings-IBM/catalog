      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : HISTORY MONTHLY CLOSE       *
      *   $D1= I07544 640 261015 HDIPCB  : ORDER HISTORY RECORD 84     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORDER-HISTORY-RECORD.
           COPY DFH0XORH.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD              PIC X(84).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
