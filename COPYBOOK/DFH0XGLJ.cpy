      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XGLJ                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     General ledger journal record layout       *
      *                                                                *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *                                                                *
      *      "Restricted Materials of IBM"                             *
      *                                                                *
      *      5655-Y04                                                  *
      *                                                                *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * STATUS = 7.1.0                                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This copy book is part of the example application and     *
      *      defines the fixed interface record of the journal file    *
      *      the monthly ledger extract (DFH0XCGL) builds for the      *
      *      general ledger. A journal is one header record, one       *
      *      detail record per posting line and one trailer record     *
      *      carrying the line count and the debit and credit          *
      *      control totals, which the ledger checks on load.          *
      *      Amounts are unsigned - the debit/credit indicator         *
      *      gives the side of the posting.                            *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XGLJ),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : GENERAL LEDGER JOURNAL      *
      *                                                                *
      ******************************************************************
      *    Journal record structure - 80 bytes
           03 GLJ-RECORD-TYPE             PIC X.
               88 GLJ-HEADER-RECORD           VALUE 'H'.
               88 GLJ-DETAIL-RECORD           VALUE 'D'.
               88 GLJ-TRAILER-RECORD          VALUE 'T'.
      *    Detail - one posting line. The cost centre is the charge
      *    department on a department spend line and zero on a
      *    balance sheet line
           03 GLJ-DETAIL.
               05 GLJ-PERIOD              PIC 9(6).
               05 GLJ-POSTING-DATE        PIC 9(8).
               05 GLJ-ACCOUNT             PIC X(8).
               05 GLJ-COST-CENTRE         PIC 9(3).
               05 GLJ-DEBIT-CREDIT        PIC X.
                   88 GLJ-DEBIT               VALUE 'D'.
                   88 GLJ-CREDIT              VALUE 'C'.
               05 GLJ-AMOUNT              PIC 9(11)V99.
               05 GLJ-SOURCE              PIC X(8).
               05 GLJ-NARRATIVE           PIC X(30).
               05 FILLER                  PIC X(2).
      *    Header - the period (YYYYMM) and when the journal was built
           03 GLJ-HEADER REDEFINES GLJ-DETAIL.
               05 GLJ-HDR-PERIOD          PIC 9(6).
               05 GLJ-HDR-SYSTEM          PIC X(8).
               05 GLJ-HDR-CREATED-DATE    PIC 9(8).
               05 GLJ-HDR-CREATED-TIME    PIC X(6).
               05 FILLER                  PIC X(51).
      *    Trailer - control totals over the detail records
           03 GLJ-TRAILER REDEFINES GLJ-DETAIL.
               05 GLJ-TRL-PERIOD          PIC 9(6).
               05 GLJ-TRL-LINE-COUNT      PIC 9(7).
               05 GLJ-TRL-DEBIT-TOTAL     PIC 9(13)V99.
               05 GLJ-TRL-CREDIT-TOTAL    PIC 9(13)V99.
               05 FILLER                  PIC X(36).
