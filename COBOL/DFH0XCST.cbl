      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : STOCK TAKE VARIANCE JOB     *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : WIDER ITEM AND COUNT        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COUNT-RECORD.
           03 CNT-ITEM-REF             PIC 9(8).
           03 FILLER                   PIC X.
           03 CNT-COUNTED-STOCK        PIC 9(7).
           03 FILLER                   PIC X(4).

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           COPY DFH0XCAT.

       FD  ADJUST-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-ADJUST-LINE.
           03 ADJ-RUN-DATE             PIC 9(8).
           03 FILLER                   PIC X     VALUE SPACES.
           03 ADJ-ITEM-REF             PIC 9(8).
           03 FILLER                   PIC X(8)  VALUE ' BEFORE='.
           03 ADJ-BEFORE-STOCK         PIC 9(7).
           03 FILLER                   PIC X(7)  VALUE ' AFTER='.
           03 ADJ-AFTER-STOCK          PIC 9(7).
           03 FILLER                   PIC X(10) VALUE ' VARIANCE='.
           03 ADJ-VARIANCE             PIC S9(7) SIGN LEADING
                                                 SEPARATE.
           03 FILLER                   PIC X(16) VALUE SPACES.

       01  WS-COST-NUMERIC             PIC 9(3)V99 VALUE ZERO.
       01  WS-VARIANCE                 PIC S9(7) VALUE ZERO.
       01  WS-VARIANCE-VALUE           PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-VARIANCE-VALUE    PIC S9(11)V99 VALUE ZERO.

           03 HD-RUN-DATE              PIC 9(8).

       01  WS-HEADING-2.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(10) VALUE '   BOOK'.
           03 FILLER                   PIC X(9)  VALUE 'COUNTED'.
           03 FILLER                   PIC X(13) VALUE 'VARIANCE'.
           03 FILLER                   PIC X(15)
              VALUE 'VARIANCE VALUE'.
           03 FILLER                   PIC X(10) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DESCRIPTION           PIC X(40).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-BOOK-STOCK            PIC ZZZZZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-COUNTED-STOCK         PIC Z(6)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-VARIANCE              PIC --,---,--9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-VARIANCE-VALUE        PIC ----,---,--9.99.
           03 FILLER                   PIC X(3)  VALUE SPACES.
      * never an applied adjustment with no trace                     *
      *================================================================*
        APPLY-COUNT-TO-ITEM.
      *    The cost field is validated before it is trusted, as the
      *    valuation report does
           IF CAT-COST NUMERIC
               MOVE CAT-COST TO WS-COST-NUMERIC
           ELSE
               MOVE ZERO TO WS-COST-NUMERIC
           END-IF
