      ******************************************************************
      *                                                                *
      * MODULE NAME = DFH0XCCV                                         *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Catalog Record Conversion                  *
      *                                                                *
      * FUNCTION =                                                     *
      *      One-time batch job that rebuilds the catalog file and     *
      *      every file keyed on or carrying the catalog item          *
      *      reference in the wider record layouts - stock locations   *
      *      (EXSTKLOC), item lifecycle status (EXITMSTA), purchase    *
      *      orders (EXPOFILE), order history (EXORDHST) and every     *
      *      generation of its period archive, stock lots (EXSTKLOT),  *
      *      item substitutions (EXITMSUB) and their counts            *
      *      (EXSUBCNT), pick requests (EXPICKRQ), stock transfers     *
      *      (EXSTKTRF), standing orders (EXSTDORD), price change      *
      *      history (EXPRCHST), reorder parameters (EXREORD), user    *
      *      notifications (EXUSRNTF), the held price changes          *
      *      (PRCHELD) and the supplier invoice lines still to be      *
      *      matched. The old catalog record had a four-digit item     *
      *      reference, its unit cost as six characters of text, a     *
      *      four-digit stock figure and a three-digit on-order        *
      *      figure; the new one (DFH0XCAT) has an eight-digit item    *
      *      reference, a numeric cost and seven digits for stock and  *
      *      on-order. The other files widen their item references -   *
      *      EXSTKLOC, EXSTKLOT and EXSTKTRF their quantities and      *
      *      EXREORD its reorder figures too - to match.               *
      *      Each converted purchase order starts with the quantity    *
      *      already invoiced against it, added up from every          *
      *      generation of the matched invoice lines, so nothing       *
      *      received and paid for before the conversion can be        *
      *      invoiced again.                                           *
      *      The catalog maintenance audit trail (TDQ CMTA), every     *
      *      generation of the price load audit (PRCAUDT) and the      *
      *      configuration audit trail (TDQ CFGA) are rewritten in     *
      *      their wider layouts as well. The item images in the first *
      *      two are laid out again as new catalog records; each       *
      *      configuration record is given the signed-on user field,   *
      *      blank because the user was not captured when it was       *
      *      written.                                                  *
      *                                                                *
      *      Each old file is read forward in key order and every      *
      *      record written to the new, empty file in the same order   *
      *      - widening a zoned item reference with leading zeros      *
      *      does not change how the keys collate. Each new file is    *
      *      then read back in full, and the record count and          *
      *      control totals taken from it (a hash of the item          *
      *      references and the sums of the stock, on-order, cost      *
      *      value and quantity figures) are compared with those       *
      *      taken from the old file. The report lists both sides of   *
      *      every total. A record that cannot be converted (an item   *
      *      reference or figure that is not numeric) is listed and    *
      *      left out, and ends the run RC 8 along with any total      *
      *      that does not agree; the old files are untouched, so      *
      *      the data can be put right and the job rerun against       *
      *      freshly defined new files. A catalog cost that is not a   *
      *      valid amount is converted as zero, listed and ends the    *
      *      run RC 4 - the item is kept and its cost can be set on    *
      *      the maintenance panel.                                    *
      *                                                                *
      * ENTRY POINT = DFH0XCCV                                         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $MOD(DFH0XCCV),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D1= I07544 640 261015 HDIPCB  : CONVERT ALL ITEM FILES      *
      *   $D2= I07544 640 261015 HDIPCB  : TRANSFER/REORDER QTY TO 7   *
      *   $D3= I07544 640 261015 HDIPCB  : CONVERT THE AUDIT TRAILS    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCCV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Old files - the existing KSDSs in the earlier layouts, read
      *    forward in key order
           SELECT OLD-CATALOG-FILE ASSIGN TO OLDCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCAT-ITEM-REF
               FILE STATUS IS WS-OLD-CATALOG-STATUS.

           SELECT OLD-LOCATION-FILE ASSIGN TO OLDSTKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSTK-KEY
               FILE STATUS IS WS-OLD-LOCATION-STATUS.

           SELECT OLD-STATUS-FILE ASSIGN TO OLDITST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OIST-ITEM-REF
               FILE STATUS IS WS-OLD-STATUS-STATUS.

           SELECT OLD-PORDER-FILE ASSIGN TO OLDPORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPOR-NUMBER
               FILE STATUS IS WS-OLD-PORDER-STATUS.

      *    Old files carrying the item reference that are converted
      *    as they stand - the other KSDSs, the order history period
      *    archive (every generation), the held price changes and
      *    the supplier invoice lines still to be matched
           SELECT OLD-HISTORY-FILE ASSIGN TO OLDOHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OOH-KEY
               FILE STATUS IS WS-OLD-HISTORY-STATUS.

           SELECT OLD-ARCHIVE-FILE ASSIGN TO OLDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-ARCHIVE-STATUS.

           SELECT OLD-LOT-FILE ASSIGN TO OLDSLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLOT-KEY
               FILE STATUS IS WS-OLD-LOT-STATUS.

           SELECT OLD-SUBST-FILE ASSIGN TO OLDISUB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSBT-KEY
               FILE STATUS IS WS-OLD-SUBST-STATUS.

           SELECT OLD-COUNT-FILE ASSIGN TO OLDSBCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSBC-KEY
               FILE STATUS IS WS-OLD-COUNT-STATUS.

           SELECT OLD-PICK-FILE ASSIGN TO OLDPICK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPCK-KEY
               FILE STATUS IS WS-OLD-PICK-STATUS.

           SELECT OLD-TRANSFER-FILE ASSIGN TO OLDSTRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OTRF-NUMBER
               FILE STATUS IS WS-OLD-TRANSFER-STATUS.

           SELECT OLD-STANDING-FILE ASSIGN TO OLDSORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSOR-KEY
               FILE STATUS IS WS-OLD-STANDING-STATUS.

           SELECT OLD-PRICE-HISTORY-FILE ASSIGN TO OLDPRCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPRH-KEY
               FILE STATUS IS WS-OLD-PRICE-HIST-STATUS.

           SELECT OLD-REORDER-FILE ASSIGN TO OLDREORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OIRP-ITEM-REF
               FILE STATUS IS WS-OLD-REORDER-STATUS.

           SELECT OLD-NOTIFY-FILE ASSIGN TO OLDUNTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUNF-KEY
               FILE STATUS IS WS-OLD-NOTIFY-STATUS.

           SELECT OLD-HELD-FILE ASSIGN TO OLDHELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-HELD-STATUS.

           SELECT OLD-INVOICE-FILE ASSIGN TO OLDINVC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-INVOICE-STATUS.

      *    Every generation of the matched invoice lines cleared for
      *    payment so far, read to set each purchase order's invoiced
      *    quantity
           SELECT OLD-MATCHED-FILE ASSIGN TO OLDMTCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-MATCHED-STATUS.

      *    The audit trails whose records widened with the catalog -
      *    the catalog maintenance trail behind TDQ CMTA, every
      *    generation of the price load audit and the configuration
      *    trail behind TDQ CFGA
           SELECT OLD-MAINT-AUDIT-FILE ASSIGN TO OLDCMTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-MAINT-AUDIT-STATUS.

           SELECT OLD-PRICE-AUDIT-FILE ASSIGN TO OLDPAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-PRICE-AUDIT-STATUS.

           SELECT OLD-CONFIG-AUDIT-FILE ASSIGN TO OLDCFGA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-CONFIG-AUDIT-STATUS.

      *    New files - empty KSDSs defined with the new record and
      *    key lengths, loaded in key order and then read back
           SELECT CATALOG-FILE ASSIGN TO NEWCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT LOCATION-FILE ASSIGN TO NEWSTKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STKL-KEY
               FILE STATUS IS WS-LOCATION-STATUS.

           SELECT STATUS-FILE ASSIGN TO NEWITST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITST-ITEM-REF
               FILE STATUS IS WS-STATUS-STATUS.

      *    Loaded in key order, then updated by key with the quantity
      *    already invoiced against each order
           SELECT PORDER-FILE ASSIGN TO NEWPORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORD-NUMBER
               FILE STATUS IS WS-PORDER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO NEWOHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO NEWARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT LOT-FILE ASSIGN TO NEWSLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT SUBST-FILE ASSIGN TO NEWISUB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUBT-KEY
               FILE STATUS IS WS-SUBST-STATUS.

           SELECT COUNT-FILE ASSIGN TO NEWSBCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SBCT-KEY
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT PICK-FILE ASSIGN TO NEWPICK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PICK-KEY
               FILE STATUS IS WS-PICK-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO NEWSTRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-NUMBER
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT STANDING-FILE ASSIGN TO NEWSORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SORD-KEY
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO NEWPRCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRCH-KEY
               FILE STATUS IS WS-PRICE-HIST-STATUS.

           SELECT REORDER-FILE ASSIGN TO NEWREORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IRP-ITEM-REF
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT NOTIFY-FILE ASSIGN TO NEWUNTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UNTF-KEY
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT HELD-FILE ASSIGN TO NEWHELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT INVOICE-FILE ASSIGN TO NEWINVC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO NEWCMTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           SELECT PRICE-AUDIT-FILE ASSIGN TO NEWPAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-AUDIT-STATUS.

           SELECT CONFIG-AUDIT-FILE ASSIGN TO NEWCFGA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Catalog record as it was before the layout was widened
       FD  OLD-CATALOG-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-CATALOG-RECORD.
           03 OCAT-ITEM-REF            PIC 9(4).
           03 OCAT-DESCRIPTION         PIC X(40).
           03 OCAT-DEPARTMENT          PIC 9(3).
           03 OCAT-COST                PIC X(6).
           03 OCAT-STOCK               PIC 9(4).
           03 OCAT-ON-ORDER            PIC 9(3).

      *    Stock location record as it was before the layout was
      *    widened
       FD  OLD-LOCATION-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-LOCATION-RECORD.
           03 OSTK-KEY.
               05 OSTK-ITEM-REF        PIC 9(4).
               05 OSTK-LOCATION        PIC X(2).
           03 OSTK-QUANTITY            PIC 9(4).
           03 FILLER                   PIC X(70).

      *    Item lifecycle status record as it was before the layout
      *    was widened
       FD  OLD-STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-STATUS-RECORD.
           03 OIST-ITEM-REF            PIC 9(4).
           03 OIST-STATUS              PIC X.
           03 OIST-STATUS-DATE         PIC X(8).
           03 OIST-STATUS-TIME         PIC X(6).
           03 OIST-STATUS-USERID       PIC X(8).
           03 OIST-PREF-SUPPLIER       PIC X(6).
           03 OIST-REPLACEMENT-REF     PIC 9(4).
           03 FILLER                   PIC X(43).

      *    Purchase order record as it was before the layout was
      *    widened
       FD  OLD-PORDER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-PORDER-RECORD.
           03 OPOR-NUMBER              PIC 9(8).
           03 OPOR-ITEM-REF            PIC 9(4).
           03 OPOR-QUANTITY            PIC 9(5).
           03 OPOR-QTY-RECEIVED        PIC 9(5).
           03 OPOR-STATUS              PIC X(8).
           03 OPOR-RAISED-DATE         PIC X(8).
           03 OPOR-RAISED-TIME         PIC X(6).
           03 OPOR-RAISED-USERID       PIC X(8).
           03 OPOR-RECEIVED-DATE       PIC X(8).
           03 OPOR-RECEIVED-TIME       PIC X(6).
           03 OPOR-SUPPLIER-CODE       PIC X(6).
           03 OPOR-EXPECTED-DATE       PIC X(8).

      *    Order history record as it was before the layout was
      *    widened - the period archive holds the same records
       FD  OLD-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-HISTORY-RECORD.
           03 OOH-KEY.
               05 OOH-DATE             PIC X(8).
               05 OOH-TIME             PIC X(6).
               05 OOH-TASKNUM          PIC 9(7).
           03 OOH-REQUEST-ID           PIC X(6).
           03 OOH-USERID               PIC X(8).
           03 OOH-CHARGE-DEPT          PIC 9(3).
           03 OOH-ITEM-REF             PIC 9(4).
           03 OOH-QUANTITY-REQ         PIC 9(3).
           03 OOH-ABSTIME              PIC S9(15) COMP-3.
           03 OOH-ORDER-NUMBER         PIC 9(8).
           03 OOH-LINE-NUMBER          PIC 9(2).
           03 OOH-UNIT-COST            PIC 9(3)V99.
           03 OOH-LOCATION             PIC X(2).
           03 OOH-RETURN-REASON        PIC X(2).
           03 OOH-LOT-NUMBER           PIC X(8).

      *    Each archive record is read into OLD-HISTORY-RECORD
       FD  OLD-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-ARCHIVE-RECORD          PIC X(80).

      *    Stock lot record as it was before the layout was widened
       FD  OLD-LOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-LOT-RECORD.
           03 OLOT-KEY.
               05 OLOT-ITEM-REF        PIC 9(4).
               05 OLOT-LOCATION        PIC X(2).
               05 OLOT-NUMBER          PIC X(8).
           03 OLOT-EXPIRY-DATE         PIC 9(8).
           03 OLOT-QUANTITY            PIC 9(4).
           03 OLOT-RECEIVED-DATE       PIC X(8).
           03 OLOT-PO-NUMBER           PIC 9(8).
           03 FILLER                   PIC X(38).

      *    Item substitution record as it was before the layout was
      *    widened
       FD  OLD-SUBST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-SUBST-RECORD.
           03 OSBT-KEY.
               05 OSBT-ITEM-REF        PIC 9(4).
               05 OSBT-RANK            PIC 9(2).
           03 OSBT-SUBST-REF           PIC 9(4).
           03 OSBT-CHANGED-DATE        PIC X(8).
           03 OSBT-CHANGED-USERID      PIC X(8).
           03 FILLER                   PIC X(54).

      *    Substitution count record as it was before the layout was
      *    widened
       FD  OLD-COUNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-COUNT-RECORD.
           03 OSBC-KEY.
               05 OSBC-MONTH           PIC X(6).
               05 OSBC-ITEM-REF        PIC 9(4).
               05 OSBC-SUBST-REF       PIC 9(4).
           03 OSBC-OFFER-NO-STOCK      PIC 9(7).
           03 OSBC-OFFER-DISCONTINUED  PIC 9(7).
           03 OSBC-ACCEPTED-COUNT      PIC 9(7).
           03 OSBC-LAST-DATE           PIC X(8).
           03 FILLER                   PIC X(37).

      *    Pick request record as it was before the layout was
      *    widened
       FD  OLD-PICK-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-PICK-RECORD.
           03 OPCK-KEY.
               05 OPCK-ORDER-NUMBER    PIC 9(8).
               05 OPCK-LINE-NUMBER     PIC 9(2).
           03 OPCK-STATUS              PIC X.
           03 OPCK-LOCATION            PIC X(2).
           03 OPCK-ITEM-REF            PIC 9(4).
           03 OPCK-QUANTITY            PIC 9(3).
           03 OPCK-LOT-NUMBER          PIC X(8).
           03 OPCK-USERID              PIC X(8).
           03 OPCK-CHARGE-DEPT         PIC 9(3).
           03 OPCK-REQUEST-ID          PIC X(6).
           03 OPCK-QUEUED-DATE         PIC X(8).
           03 OPCK-QUEUED-TIME         PIC X(6).
           03 OPCK-PRINTED-DATE        PIC X(8).
           03 OPCK-PRINTED-TIME        PIC X(6).
           03 FILLER                   PIC X(7).

      *    Stock transfer record as it was before the layout was
      *    widened
       FD  OLD-TRANSFER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-TRANSFER-RECORD.
           03 OTRF-NUMBER              PIC 9(8).
           03 OTRF-ITEM-REF            PIC 9(4).
           03 OTRF-FROM-LOCATION       PIC X(2).
           03 OTRF-TO-LOCATION         PIC X(2).
           03 OTRF-QUANTITY            PIC 9(4).
           03 OTRF-STATUS              PIC X(8).
           03 OTRF-SENT-DATE           PIC X(8).
           03 OTRF-SENT-TIME           PIC X(6).
           03 OTRF-SENT-USERID         PIC X(8).
           03 OTRF-RECEIVED-DATE       PIC X(8).
           03 OTRF-RECEIVED-TIME       PIC X(6).
           03 OTRF-RECEIVED-USERID     PIC X(8).
           03 OTRF-LOT-NUMBER          PIC X(8).

      *    Standing order record as it was before the layout was
      *    widened
       FD  OLD-STANDING-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-STANDING-RECORD.
           03 OSOR-KEY.
               05 OSOR-USERID          PIC X(8).
               05 OSOR-NUMBER          PIC 9(2).
           03 OSOR-CHARGE-DEPT         PIC 9(3).
           03 OSOR-ITEM-REF            PIC 9(4).
           03 OSOR-QUANTITY            PIC 9(3).
           03 OSOR-LOCATION            PIC X(2).
           03 OSOR-FREQUENCY           PIC X.
           03 OSOR-NEXT-DUE-DATE       PIC 9(8).
           03 OSOR-END-DATE            PIC 9(8).
           03 OSOR-DUE-DAY             PIC 9(2).
           03 OSOR-STATUS              PIC X.
           03 OSOR-LAST-PLACED-DATE    PIC X(8).
           03 OSOR-LAST-RETURN-CODE    PIC X(2).
           03 OSOR-LAST-ORDER-NUMBER   PIC 9(8).
           03 OSOR-CHANGED-DATE        PIC X(8).
           03 FILLER                   PIC X(12).

      *    Price change history record as it was before the layout
      *    was widened
       FD  OLD-PRICE-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-PRICE-HISTORY-RECORD.
           03 OPRH-KEY.
               05 OPRH-ITEM-REF        PIC 9(4).
               05 OPRH-DATE            PIC X(8).
               05 OPRH-TIME            PIC X(6).
               05 OPRH-TASKNUM         PIC 9(7).
           03 OPRH-USERID              PIC X(8).
           03 OPRH-OLD-COST            PIC X(6).
           03 OPRH-NEW-COST            PIC X(6).
           03 FILLER                   PIC X(35).

      *    Item reorder parameter record as it was before the layout
      *    was widened
       FD  OLD-REORDER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-REORDER-RECORD.
           03 OIRP-ITEM-REF            PIC 9(4).
           03 OIRP-REORDER-POINT       PIC 9(4).
           03 OIRP-SAFETY-STOCK        PIC 9(4).
           03 OIRP-OVERRIDE-FLAG       PIC X.
           03 OIRP-CALC-REORDER-POINT  PIC 9(4).
           03 OIRP-CALC-SAFETY-STOCK   PIC 9(4).
           03 OIRP-AVG-DAILY-USAGE     PIC 9(4)V99.
           03 OIRP-AVG-LEAD-DAYS       PIC 9(3).
           03 OIRP-MAX-LEAD-DAYS       PIC 9(3).
           03 OIRP-LEAD-TIME-ORDERS    PIC 9(3).
           03 OIRP-CALC-DATE           PIC X(8).
           03 OIRP-OVERRIDE-DATE       PIC X(8).
           03 FILLER                   PIC X(28).

      *    User notification record as it was before the layout was
      *    widened
       FD  OLD-NOTIFY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-NOTIFY-RECORD.
           03 OUNF-KEY.
               05 OUNF-USERID          PIC X(8).
               05 OUNF-DATE            PIC X(8).
               05 OUNF-TIME            PIC X(6).
               05 OUNF-SEQ             PIC 9(2).
           03 OUNF-TYPE                PIC X(8).
           03 OUNF-ITEM-REF            PIC 9(4).
           03 OUNF-QUANTITY            PIC 9(3).
           03 OUNF-ORDER-NUMBER        PIC 9(8).
           03 OUNF-TEXT                PIC X(28).
           03 FILLER                   PIC X(5).

      *    Held price change line as it was before the layout was
      *    widened
       FD  OLD-HELD-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-HELD-RECORD.
           03 OSPL-ITEM-REF            PIC 9(4).
           03 FILLER                   PIC X.
           03 OSPL-NEW-COST            PIC X(6).
           03 FILLER                   PIC X.
           03 OSPL-EFFECTIVE-DATE      PIC X(8).
           03 FILLER                   PIC X.
           03 OSPL-APPROVED            PIC X.
           03 FILLER                   PIC X.
           03 OSPL-RECEIVED-DATE       PIC X(8).
           03 FILLER                   PIC X(49).

      *    Supplier invoice line as it was before the layout was
      *    widened
       FD  OLD-INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-INVOICE-RECORD.
           03 OINV-NUMBER              PIC X(12).
           03 OINV-SUPPLIER-CODE       PIC X(6).
           03 OINV-PO-NUMBER           PIC 9(8).
           03 OINV-ITEM-REF            PIC 9(4).
           03 OINV-QUANTITY            PIC 9(5).
           03 OINV-UNIT-PRICE          PIC 9(3)V99.
           03 OINV-DATE                PIC X(8).
           03 FILLER                   PIC X(32).

      *    Matched invoice line as it was before the layout was
      *    widened - only the order and quantity are used
       FD  OLD-MATCHED-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-MATCHED-RECORD.
           03 OIMF-INVOICE-NUMBER      PIC X(12).
           03 OIMF-SUPPLIER-CODE       PIC X(6).
           03 OIMF-PO-NUMBER           PIC 9(8).
           03 OIMF-ITEM-REF            PIC 9(4).
           03 OIMF-QUANTITY            PIC 9(5).
           03 FILLER                   PIC X(45).

      *    Catalog maintenance audit record as it was before the item
      *    images were widened - each image is a catalog record in the
      *    old 60-byte layout, or text such as '** NEW ITEM **'
       FD  OLD-MAINT-AUDIT-FILE
           RECORD CONTAINS 192 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-MAINT-AUDIT-RECORD.
           03 OMA-STAMP                PIC X(15).
           03 OMA-USER-PART            PIC X(29).
           03 OMA-TASKNUM              PIC 9(7).
           03 OMA-ACTION-PART          PIC X(16).
           03 OMA-OLD-IMAGE            PIC X(60).
           03 FILLER                   PIC X(5).
           03 OMA-NEW-IMAGE            PIC X(60).

      *    Each price load audit record is read into
      *    OLD-MAINT-AUDIT-RECORD - the load writes the same layout
       FD  OLD-PRICE-AUDIT-FILE
           RECORD CONTAINS 192 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-PRICE-AUDIT-RECORD      PIC X(192).

      *    Configuration audit record as it was before the signed-on
      *    user was added to it
       FD  OLD-CONFIG-AUDIT-FILE
           RECORD CONTAINS 601 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-CONFIG-AUDIT-RECORD.
           03 OAM-STAMP                PIC X(15).
           03 OAM-TERM-PART            PIC X(25).
           03 OAM-TASKNUM              PIC 9(7).
           03 OAM-CHANGE               PIC X(554).

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           COPY DFH0XCAT.

       FD  LOCATION-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STOCK-LOCATION-RECORD.
           COPY DFH0XSLR.

       FD  STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ITEM-STATUS-RECORD.
           COPY DFH0XIST.

       FD  PORDER-FILE
           RECORD CONTAINS 89 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PURCHASE-ORDER-RECORD.
           COPY DFH0XPOR.

       FD  HISTORY-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORDER-HISTORY-RECORD.
           COPY DFH0XORH.

      *    Each archive record is built in ORDER-HISTORY-RECORD
       FD  ARCHIVE-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD              PIC X(84).

       FD  LOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STOCK-LOT-RECORD.
           COPY DFH0XLOT.

       FD  SUBST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUBSTITUTION-RECORD.
           COPY DFH0XSBT.

       FD  COUNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUBST-COUNT-RECORD.
           COPY DFH0XSBC.

       FD  PICK-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PICK-REQUEST-RECORD.
           COPY DFH0XPCK.

       FD  TRANSFER-FILE
           RECORD CONTAINS 87 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STOCK-TRANSFER-RECORD.
           COPY DFH0XTRF.

       FD  STANDING-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STANDING-ORDER-RECORD.
           COPY DFH0XSOR.

       FD  PRICE-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PRICE-HISTORY-RECORD.
           COPY DFH0XPRH.

       FD  REORDER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REORDER-PARM-RECORD.
           COPY DFH0XIRP.

       FD  NOTIFY-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NOTIFICATION-RECORD.
           COPY DFH0XUNF.

       FD  HELD-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HELD-PRICE-RECORD.
           COPY DFH0XSPL.

       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-RECORD.
           COPY DFH0XINV.

      *    Catalog maintenance audit record in the layout DFH0XCMN
      *    writes to TDQ CMTA
       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-RECORD.
           03 MA-STAMP                 PIC X(15).
           03 MA-USER-PART             PIC X(29).
           03 MA-TASKNUM               PIC 9(7).
           03 MA-ACTION-PART           PIC X(16).
           03 MA-OLD-IMAGE             PIC X(70).
           03 MA-NEW-TAG               PIC X(5).
           03 MA-NEW-IMAGE             PIC X(70).

      *    Each price load audit record is built in MAINT-AUDIT-RECORD
       FD  PRICE-AUDIT-FILE
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PRICE-AUDIT-RECORD          PIC X(212).

      *    Configuration audit record in the layout DFH0XCFG writes
      *    to TDQ CFGA. The signed-on user is spaces on a record
      *    carried across from before it was captured
       FD  CONFIG-AUDIT-FILE
           RECORD CONTAINS 615 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONFIG-AUDIT-RECORD.
           03 AM-STAMP                 PIC X(15).
           03 AM-TERM-PART             PIC X(25).
           03 AM-TASKNUM               PIC 9(7).
           03 AM-CHANGE                PIC X(554).
           03 AM-USER-TAG              PIC X(6).
           03 AM-USERID                PIC X(8).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EYECATCHER               PIC X(16)
                                        VALUE 'DFH0XCCV------WS'.

       01  WS-OLD-CATALOG-STATUS       PIC XX  VALUE SPACES.
           88 OLD-CATALOG-OK                   VALUE '00'.
           88 OLD-CATALOG-EOF                  VALUE '10'.

       01  WS-OLD-LOCATION-STATUS      PIC XX  VALUE SPACES.
           88 OLD-LOCATION-OK                  VALUE '00'.
           88 OLD-LOCATION-EOF                 VALUE '10'.

       01  WS-OLD-STATUS-STATUS        PIC XX  VALUE SPACES.
           88 OLD-STATUS-OK                    VALUE '00'.
           88 OLD-STATUS-EOF                   VALUE '10'.

       01  WS-OLD-PORDER-STATUS        PIC XX  VALUE SPACES.
           88 OLD-PORDER-OK                    VALUE '00'.
           88 OLD-PORDER-EOF                   VALUE '10'.

       01  WS-CATALOG-STATUS           PIC XX  VALUE SPACES.
           88 CATALOG-OK                       VALUE '00'.
           88 CATALOG-EOF                      VALUE '10'.

       01  WS-LOCATION-STATUS          PIC XX  VALUE SPACES.
           88 LOCATION-OK                      VALUE '00'.
           88 LOCATION-EOF                     VALUE '10'.

       01  WS-STATUS-STATUS            PIC XX  VALUE SPACES.
           88 STATUS-OK                        VALUE '00'.
           88 STATUS-EOF                       VALUE '10'.

       01  WS-PORDER-STATUS            PIC XX  VALUE SPACES.
           88 PORDER-OK                        VALUE '00'.
           88 PORDER-EOF                       VALUE '10'.

       01  WS-OLD-HISTORY-STATUS       PIC XX  VALUE SPACES.
           88 OLD-HISTORY-OK                   VALUE '00'.
           88 OLD-HISTORY-EOF                  VALUE '10'.

       01  WS-OLD-ARCHIVE-STATUS       PIC XX  VALUE SPACES.
           88 OLD-ARCHIVE-OK                   VALUE '00'.
           88 OLD-ARCHIVE-EOF                  VALUE '10'.

       01  WS-OLD-LOT-STATUS           PIC XX  VALUE SPACES.
           88 OLD-LOT-OK                       VALUE '00'.
           88 OLD-LOT-EOF                      VALUE '10'.

       01  WS-OLD-SUBST-STATUS         PIC XX  VALUE SPACES.
           88 OLD-SUBST-OK                     VALUE '00'.
           88 OLD-SUBST-EOF                    VALUE '10'.

       01  WS-OLD-COUNT-STATUS         PIC XX  VALUE SPACES.
           88 OLD-COUNT-OK                     VALUE '00'.
           88 OLD-COUNT-EOF                    VALUE '10'.

       01  WS-OLD-PICK-STATUS          PIC XX  VALUE SPACES.
           88 OLD-PICK-OK                      VALUE '00'.
           88 OLD-PICK-EOF                     VALUE '10'.

       01  WS-OLD-TRANSFER-STATUS      PIC XX  VALUE SPACES.
           88 OLD-TRANSFER-OK                  VALUE '00'.
           88 OLD-TRANSFER-EOF                 VALUE '10'.

       01  WS-OLD-STANDING-STATUS      PIC XX  VALUE SPACES.
           88 OLD-STANDING-OK                  VALUE '00'.
           88 OLD-STANDING-EOF                 VALUE '10'.

       01  WS-OLD-PRICE-HIST-STATUS    PIC XX  VALUE SPACES.
           88 OLD-PRICE-HIST-OK                VALUE '00'.
           88 OLD-PRICE-HIST-EOF               VALUE '10'.

       01  WS-OLD-REORDER-STATUS       PIC XX  VALUE SPACES.
           88 OLD-REORDER-OK                   VALUE '00'.
           88 OLD-REORDER-EOF                  VALUE '10'.

       01  WS-OLD-NOTIFY-STATUS        PIC XX  VALUE SPACES.
           88 OLD-NOTIFY-OK                    VALUE '00'.
           88 OLD-NOTIFY-EOF                   VALUE '10'.

       01  WS-OLD-HELD-STATUS          PIC XX  VALUE SPACES.
           88 OLD-HELD-OK                      VALUE '00'.
           88 OLD-HELD-EOF                     VALUE '10'.

       01  WS-OLD-INVOICE-STATUS       PIC XX  VALUE SPACES.
           88 OLD-INVOICE-OK                   VALUE '00'.
           88 OLD-INVOICE-EOF                  VALUE '10'.

       01  WS-OLD-MATCHED-STATUS       PIC XX  VALUE SPACES.
           88 OLD-MATCHED-OK                   VALUE '00'.
           88 OLD-MATCHED-EOF                  VALUE '10'.

       01  WS-OLD-MAINT-AUDIT-STATUS   PIC XX  VALUE SPACES.
           88 OLD-MAINT-AUDIT-OK               VALUE '00'.
           88 OLD-MAINT-AUDIT-EOF              VALUE '10'.

       01  WS-OLD-PRICE-AUDIT-STATUS   PIC XX  VALUE SPACES.
           88 OLD-PRICE-AUDIT-OK               VALUE '00'.
           88 OLD-PRICE-AUDIT-EOF              VALUE '10'.

       01  WS-OLD-CONFIG-AUDIT-STATUS  PIC XX  VALUE SPACES.
           88 OLD-CONFIG-AUDIT-OK              VALUE '00'.
           88 OLD-CONFIG-AUDIT-EOF             VALUE '10'.

       01  WS-HISTORY-STATUS           PIC XX  VALUE SPACES.
           88 HISTORY-OK                       VALUE '00'.
           88 HISTORY-EOF                      VALUE '10'.

       01  WS-ARCHIVE-STATUS           PIC XX  VALUE SPACES.
           88 ARCHIVE-OK                       VALUE '00'.
           88 ARCHIVE-EOF                      VALUE '10'.

       01  WS-LOT-STATUS               PIC XX  VALUE SPACES.
           88 LOT-OK                           VALUE '00'.
           88 LOT-EOF                          VALUE '10'.

       01  WS-SUBST-STATUS             PIC XX  VALUE SPACES.
           88 SUBST-OK                         VALUE '00'.
           88 SUBST-EOF                        VALUE '10'.

       01  WS-COUNT-STATUS             PIC XX  VALUE SPACES.
           88 COUNT-OK                         VALUE '00'.
           88 COUNT-EOF                        VALUE '10'.

       01  WS-PICK-STATUS              PIC XX  VALUE SPACES.
           88 PICK-OK                          VALUE '00'.
           88 PICK-EOF                         VALUE '10'.

       01  WS-TRANSFER-STATUS          PIC XX  VALUE SPACES.
           88 TRANSFER-OK                      VALUE '00'.
           88 TRANSFER-EOF                     VALUE '10'.

       01  WS-STANDING-STATUS          PIC XX  VALUE SPACES.
           88 STANDING-OK                      VALUE '00'.
           88 STANDING-EOF                     VALUE '10'.

       01  WS-PRICE-HIST-STATUS        PIC XX  VALUE SPACES.
           88 PRICE-HIST-OK                    VALUE '00'.
           88 PRICE-HIST-EOF                   VALUE '10'.

       01  WS-REORDER-STATUS           PIC XX  VALUE SPACES.
           88 REORDER-OK                       VALUE '00'.
           88 REORDER-EOF                      VALUE '10'.

       01  WS-NOTIFY-STATUS            PIC XX  VALUE SPACES.
           88 NOTIFY-OK                        VALUE '00'.
           88 NOTIFY-EOF                       VALUE '10'.

       01  WS-HELD-STATUS              PIC XX  VALUE SPACES.
           88 HELD-OK                          VALUE '00'.
           88 HELD-EOF                         VALUE '10'.

       01  WS-INVOICE-STATUS           PIC XX  VALUE SPACES.
           88 INVOICE-OK                       VALUE '00'.
           88 INVOICE-EOF                      VALUE '10'.

       01  WS-MAINT-AUDIT-STATUS       PIC XX  VALUE SPACES.
           88 MAINT-AUDIT-OK                   VALUE '00'.
           88 MAINT-AUDIT-EOF                  VALUE '10'.

       01  WS-PRICE-AUDIT-STATUS       PIC XX  VALUE SPACES.
           88 PRICE-AUDIT-OK                   VALUE '00'.
           88 PRICE-AUDIT-EOF                  VALUE '10'.

       01  WS-CONFIG-AUDIT-STATUS      PIC XX  VALUE SPACES.
           88 CONFIG-AUDIT-OK                  VALUE '00'.
           88 CONFIG-AUDIT-EOF                 VALUE '10'.

       01  WS-REPORT-STATUS            PIC XX  VALUE SPACES.
           88 REPORT-OK                        VALUE '00'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.

      * Set when any record is left out or any total does not agree
      * (RC 8), or when a catalog cost had to be converted as zero
      * (RC 4)
       01  WS-MISMATCH-FLAG            PIC X   VALUE 'N'.
           88 TOTALS-DISAGREE                  VALUE 'Y'.
       01  WS-BAD-COST-FLAG            PIC X   VALUE 'N'.
           88 BAD-COST-SEEN                    VALUE 'Y'.

      * Old cost text converted to the numeric cost
       01  WS-COST-NUMERIC             PIC 9(3)V99 VALUE ZERO.
       01  WS-COST-VALUE               PIC S9(9)V99 VALUE ZERO.

      * One item image from a catalog maintenance or price load audit
      * record, in the old catalog layout and as it is converted
       01  WS-OLD-AUDIT-IMAGE.
           03 OAI-ITEM-REF             PIC 9(4).
           03 OAI-DESCRIPTION          PIC X(40).
           03 OAI-DEPARTMENT           PIC X(3).
           03 OAI-COST                 PIC X(6).
           03 OAI-STOCK                PIC 9(4).
           03 OAI-ON-ORDER             PIC 9(3).
       01  WS-AUDIT-IMAGE.
           03 AI-ITEM-REF              PIC 9(8).
           03 AI-DESCRIPTION           PIC X(40).
           03 AI-DEPARTMENT            PIC X(3).
           03 AI-COST                  PIC 9(3)V99.
           03 AI-STOCK                 PIC 9(7).
           03 AI-ON-ORDER              PIC 9(7).

      * Counts and control totals taken from the old files, over
      * the records converted
       01  WS-IN-TOTALS.
           03 WS-IN-CAT-READ           PIC 9(9) VALUE ZERO.
           03 WS-IN-CAT-REJECTED       PIC 9(9) VALUE ZERO.
           03 WS-IN-CAT-WRITTEN        PIC 9(9) VALUE ZERO.
           03 WS-IN-CAT-BAD-COST       PIC 9(9) VALUE ZERO.
           03 WS-IN-CAT-HASH           PIC 9(15) VALUE ZERO.
           03 WS-IN-CAT-STOCK          PIC 9(15) VALUE ZERO.
           03 WS-IN-CAT-ON-ORDER       PIC 9(15) VALUE ZERO.
           03 WS-IN-CAT-VALUE          PIC 9(15)V99 VALUE ZERO.
           03 WS-IN-STKL-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-STKL-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-STKL-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-STKL-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-STKL-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-IN-ITST-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-ITST-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-ITST-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-ITST-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-ITST-REPL-HASH     PIC 9(15) VALUE ZERO.
           03 WS-IN-PORD-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-PORD-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-PORD-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-PORD-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-PORD-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-IN-PORD-RECEIVED      PIC 9(15) VALUE ZERO.
           03 WS-IN-OHST-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-OHST-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-OHST-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-OHST-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-OHST-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-IN-ARCH-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-ARCH-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-ARCH-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-ARCH-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-ARCH-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-IN-LOT-READ           PIC 9(9) VALUE ZERO.
           03 WS-IN-LOT-REJECTED       PIC 9(9) VALUE ZERO.
           03 WS-IN-LOT-WRITTEN        PIC 9(9) VALUE ZERO.
           03 WS-IN-LOT-HASH           PIC 9(15) VALUE ZERO.
           03 WS-IN-LOT-QUANTITY       PIC 9(15) VALUE ZERO.
           03 WS-IN-SUBT-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-SUBT-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-SUBT-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-SUBT-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-SUBT-SUBST-HASH    PIC 9(15) VALUE ZERO.
           03 WS-IN-SBCT-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-SBCT-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-SBCT-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-SBCT-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-SBCT-SUBST-HASH    PIC 9(15) VALUE ZERO.
           03 WS-IN-SBCT-ACCEPTED      PIC 9(15) VALUE ZERO.
           03 WS-IN-PICK-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-PICK-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-PICK-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-PICK-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-PICK-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-IN-TRF-READ           PIC 9(9) VALUE ZERO.
           03 WS-IN-TRF-REJECTED       PIC 9(9) VALUE ZERO.
           03 WS-IN-TRF-WRITTEN        PIC 9(9) VALUE ZERO.
           03 WS-IN-TRF-HASH           PIC 9(15) VALUE ZERO.
           03 WS-IN-TRF-QUANTITY       PIC 9(15) VALUE ZERO.
           03 WS-IN-SORD-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-SORD-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-SORD-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-SORD-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-SORD-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-IN-PRCH-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-PRCH-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-PRCH-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-PRCH-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-IRP-READ           PIC 9(9) VALUE ZERO.
           03 WS-IN-IRP-REJECTED       PIC 9(9) VALUE ZERO.
           03 WS-IN-IRP-WRITTEN        PIC 9(9) VALUE ZERO.
           03 WS-IN-IRP-HASH           PIC 9(15) VALUE ZERO.
           03 WS-IN-IRP-REORDER-POINT  PIC 9(15) VALUE ZERO.
           03 WS-IN-UNTF-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-UNTF-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-UNTF-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-UNTF-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-UNTF-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-IN-HELD-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-HELD-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-HELD-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-HELD-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-INVC-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-INVC-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-INVC-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-INVC-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-INVC-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-IN-MTCH-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-MTCH-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-PORD-INVOICED      PIC 9(15) VALUE ZERO.
           03 WS-IN-CMTA-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-CMTA-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-CMTA-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-CMTA-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-PAUD-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-PAUD-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-PAUD-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-PAUD-HASH          PIC 9(15) VALUE ZERO.
           03 WS-IN-CFGA-READ          PIC 9(9) VALUE ZERO.
           03 WS-IN-CFGA-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-IN-CFGA-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-IN-CFGA-HASH          PIC 9(15) VALUE ZERO.

      * The same counts and totals taken from the new files as they
      * are read back
       01  WS-OUT-TOTALS.
           03 WS-OUT-CAT-READ          PIC 9(9) VALUE ZERO.
           03 WS-OUT-CAT-HASH          PIC 9(15) VALUE ZERO.
           03 WS-OUT-CAT-STOCK         PIC 9(15) VALUE ZERO.
           03 WS-OUT-CAT-ON-ORDER      PIC 9(15) VALUE ZERO.
           03 WS-OUT-CAT-VALUE         PIC 9(15)V99 VALUE ZERO.
           03 WS-OUT-STKL-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-STKL-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-STKL-QUANTITY     PIC 9(15) VALUE ZERO.
           03 WS-OUT-ITST-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-ITST-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-ITST-REPL-HASH    PIC 9(15) VALUE ZERO.
           03 WS-OUT-PORD-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-PORD-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-PORD-QUANTITY     PIC 9(15) VALUE ZERO.
           03 WS-OUT-PORD-RECEIVED     PIC 9(15) VALUE ZERO.
           03 WS-OUT-OHST-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-OHST-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-OHST-QUANTITY     PIC 9(15) VALUE ZERO.
           03 WS-OUT-ARCH-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-ARCH-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-ARCH-QUANTITY     PIC 9(15) VALUE ZERO.
           03 WS-OUT-LOT-READ          PIC 9(9) VALUE ZERO.
           03 WS-OUT-LOT-HASH          PIC 9(15) VALUE ZERO.
           03 WS-OUT-LOT-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-OUT-SUBT-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-SUBT-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-SUBT-SUBST-HASH   PIC 9(15) VALUE ZERO.
           03 WS-OUT-SBCT-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-SBCT-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-SBCT-SUBST-HASH   PIC 9(15) VALUE ZERO.
           03 WS-OUT-SBCT-ACCEPTED     PIC 9(15) VALUE ZERO.
           03 WS-OUT-PICK-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-PICK-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-PICK-QUANTITY     PIC 9(15) VALUE ZERO.
           03 WS-OUT-TRF-READ          PIC 9(9) VALUE ZERO.
           03 WS-OUT-TRF-HASH          PIC 9(15) VALUE ZERO.
           03 WS-OUT-TRF-QUANTITY      PIC 9(15) VALUE ZERO.
           03 WS-OUT-SORD-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-SORD-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-SORD-QUANTITY     PIC 9(15) VALUE ZERO.
           03 WS-OUT-PRCH-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-PRCH-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-IRP-READ          PIC 9(9) VALUE ZERO.
           03 WS-OUT-IRP-HASH          PIC 9(15) VALUE ZERO.
           03 WS-OUT-IRP-REORDER-POINT PIC 9(15) VALUE ZERO.
           03 WS-OUT-UNTF-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-UNTF-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-UNTF-QUANTITY     PIC 9(15) VALUE ZERO.
           03 WS-OUT-HELD-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-HELD-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-INVC-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-INVC-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-INVC-QUANTITY     PIC 9(15) VALUE ZERO.
           03 WS-OUT-PORD-INVOICED     PIC 9(15) VALUE ZERO.
           03 WS-OUT-CMTA-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-CMTA-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-PAUD-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-PAUD-HASH         PIC 9(15) VALUE ZERO.
           03 WS-OUT-CFGA-READ         PIC 9(9) VALUE ZERO.
           03 WS-OUT-CFGA-HASH         PIC 9(15) VALUE ZERO.

      * One pair of totals to compare and print
       01  WS-CMP-LABEL                PIC X(32) VALUE SPACES.
       01  WS-CMP-IN                   PIC 9(15)V99 VALUE ZERO.
       01  WS-CMP-OUT                  PIC 9(15)V99 VALUE ZERO.

      * One file's record counts - read, left out and read back
       01  WS-CMP-READ                 PIC 9(9) VALUE ZERO.
       01  WS-CMP-LEFT-OUT             PIC 9(9) VALUE ZERO.

       01  WS-HEADING-1.
           03 FILLER                   PIC X(44)
              VALUE 'CATALOG RECORD CONVERSION'.
           03 FILLER                   PIC X(9)  VALUE 'RUN DATE '.
           03 HD-RUN-DATE              PIC 9(8).

       01  WS-SECTION-LINE.
           03 SL-TITLE                 PIC X(60).

       01  WS-COLUMN-HEADING.
           03 FILLER                   PIC X(34) VALUE SPACES.
           03 FILLER                   PIC X(24)
              VALUE '            OLD FILE'.
           03 FILLER                   PIC X(24)
              VALUE '            NEW FILE'.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 FILLER                   PIC X(6)  VALUE 'RESULT'.

       01  WS-COUNT-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 CL-LABEL                 PIC X(32).
           03 CL-COUNT                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 TL-LABEL                 PIC X(32).
           03 TL-IN                    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 TL-OUT                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 TL-RESULT                PIC X(6).

       01  WS-EXCEPTION-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EL-FILE                  PIC X(10).
           03 EL-KEY                   PIC X(26).
           03 EL-REASON                PIC X(40).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACE.

       01  WS-RESULT-LINE.
           03 FILLER                   PIC X(8)  VALUE 'RESULT: '.
           03 RL-RESULT                PIC X(70).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM CONVERT-CATALOG
           PERFORM CONVERT-LOCATIONS
           PERFORM CONVERT-ITEM-STATUS
           PERFORM CONVERT-PURCHASE-ORDERS
           PERFORM APPLY-MATCHED-INVOICES
           PERFORM CONVERT-ORDER-HISTORY
           PERFORM CONVERT-HISTORY-ARCHIVE
           PERFORM CONVERT-STOCK-LOTS
           PERFORM CONVERT-SUBSTITUTES
           PERFORM CONVERT-SUBST-COUNTS
           PERFORM CONVERT-PICK-REQUESTS
           PERFORM CONVERT-TRANSFERS
           PERFORM CONVERT-STANDING-ORDERS
           PERFORM CONVERT-PRICE-HISTORY
           PERFORM CONVERT-REORDER-PARMS
           PERFORM CONVERT-NOTIFICATIONS
           PERFORM CONVERT-HELD-PRICES
           PERFORM CONVERT-INVOICES
           PERFORM CONVERT-MAINT-AUDIT
           PERFORM CONVERT-PRICE-AUDIT
           PERFORM CONVERT-CONFIG-AUDIT

           PERFORM VERIFY-CATALOG
           PERFORM VERIFY-LOCATIONS
           PERFORM VERIFY-ITEM-STATUS
           PERFORM VERIFY-PURCHASE-ORDERS
           PERFORM VERIFY-ORDER-HISTORY
           PERFORM VERIFY-HISTORY-ARCHIVE
           PERFORM VERIFY-STOCK-LOTS
           PERFORM VERIFY-SUBSTITUTES
           PERFORM VERIFY-SUBST-COUNTS
           PERFORM VERIFY-PICK-REQUESTS
           PERFORM VERIFY-TRANSFERS
           PERFORM VERIFY-STANDING-ORDERS
           PERFORM VERIFY-PRICE-HISTORY
           PERFORM VERIFY-REORDER-PARMS
           PERFORM VERIFY-NOTIFICATIONS
           PERFORM VERIFY-HELD-PRICES
           PERFORM VERIFY-INVOICES
           PERFORM VERIFY-MAINT-AUDIT
           PERFORM VERIFY-PRICE-AUDIT
           PERFORM VERIFY-CONFIG-AUDIT

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-HISTORY-TOTALS
           PERFORM WRITE-ARCHIVE-TOTALS
           PERFORM WRITE-LOT-TOTALS
           PERFORM WRITE-SUBST-TOTALS
           PERFORM WRITE-COUNT-TOTALS
           PERFORM WRITE-PICK-TOTALS
           PERFORM WRITE-TRANSFER-TOTALS
           PERFORM WRITE-STANDING-TOTALS
           PERFORM WRITE-PRICE-HIST-TOTALS
           PERFORM WRITE-REORDER-TOTALS
           PERFORM WRITE-NOTIFY-TOTALS
           PERFORM WRITE-HELD-TOTALS
           PERFORM WRITE-INVOICE-TOTALS
           PERFORM WRITE-MAINT-AUDIT-TOTALS
           PERFORM WRITE-PRICE-AUDIT-TOTALS
           PERFORM WRITE-CONFIG-AUDIT-TOTALS
           PERFORM WRITE-RUN-RESULT

           CLOSE REPORT-FILE

           EVALUATE TRUE
               WHEN TOTALS-DISAGREE
                   MOVE 8 TO RETURN-CODE
               WHEN BAD-COST-SEEN
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

        OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN REPORT FILE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

        WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'RECORDS NOT CONVERTED OR CONVERTED WITH ZERO COST'
               TO SL-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           EXIT.

      *================================================================*
      * Convert the catalog. The old cost text is validated before it *
      * is converted; a cost that is not a valid amount below 1000 is *
      * converted as zero and listed. The value total (cost times     *
      * stock) is taken from the converted cost on both sides, so a   *
      * zero cost cannot hide a lost record                           *
      *================================================================*
        CONVERT-CATALOG.
           OPEN INPUT OLD-CATALOG-FILE
           IF NOT OLD-CATALOG-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD CATALOG FILE - '
                       'STATUS ' WS-OLD-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW CATALOG FILE - '
                       'STATUS ' WS-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-CATALOG-EOF
               READ OLD-CATALOG-FILE NEXT RECORD
                   AT END SET OLD-CATALOG-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-CATALOG-EOF
                       CONTINUE
                   WHEN NOT OLD-CATALOG-OK
                       DISPLAY 'DFH0XCCV: OLD CATALOG READ FAILED - '
                               'STATUS ' WS-OLD-CATALOG-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-CATALOG-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-CAT-READ
                       PERFORM CONVERT-CATALOG-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-CATALOG-FILE
           CLOSE CATALOG-FILE
           EXIT.

        CONVERT-CATALOG-RECORD.
           IF OCAT-ITEM-REF NOT NUMERIC OR
              OCAT-STOCK NOT NUMERIC OR
              OCAT-ON-ORDER NOT NUMERIC
               ADD 1 TO WS-IN-CAT-REJECTED
               MOVE 'CATALOG' TO EL-FILE
               MOVE OCAT-ITEM-REF TO EL-KEY
               MOVE 'ITEM OR STOCK FIGURES NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-COST-NUMERIC
           IF FUNCTION TEST-NUMVAL(OCAT-COST) EQUAL ZERO
               COMPUTE WS-COST-VALUE = FUNCTION NUMVAL(OCAT-COST)
               IF WS-COST-VALUE NOT LESS THAN ZERO AND
                  WS-COST-VALUE LESS THAN 1000
                   MOVE WS-COST-VALUE TO WS-COST-NUMERIC
               ELSE
                   PERFORM LIST-BAD-COST
               END-IF
           ELSE
               PERFORM LIST-BAD-COST
           END-IF

           MOVE SPACES TO CATALOG-RECORD
           MOVE OCAT-ITEM-REF TO CAT-ITEM-REF
           MOVE OCAT-DESCRIPTION TO CAT-DESCRIPTION
           MOVE OCAT-DEPARTMENT TO CAT-DEPARTMENT
           MOVE WS-COST-NUMERIC TO CAT-COST
           MOVE OCAT-STOCK TO CAT-STOCK
           MOVE OCAT-ON-ORDER TO CAT-ON-ORDER
           WRITE CATALOG-RECORD
           IF NOT CATALOG-OK
               ADD 1 TO WS-IN-CAT-REJECTED
               MOVE 'CATALOG' TO EL-FILE
               MOVE OCAT-ITEM-REF TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-CATALOG-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-CAT-WRITTEN
           ADD OCAT-ITEM-REF TO WS-IN-CAT-HASH
           ADD OCAT-STOCK TO WS-IN-CAT-STOCK
           ADD OCAT-ON-ORDER TO WS-IN-CAT-ON-ORDER
           COMPUTE WS-IN-CAT-VALUE =
               WS-IN-CAT-VALUE + WS-COST-NUMERIC * OCAT-STOCK
           EXIT.

        LIST-BAD-COST.
           ADD 1 TO WS-IN-CAT-BAD-COST
           SET BAD-COST-SEEN TO TRUE
           MOVE 'CATALOG' TO EL-FILE
           MOVE OCAT-ITEM-REF TO EL-KEY
           MOVE SPACES TO EL-REASON
           STRING 'COST ''' OCAT-COST ''' CONVERTED AS ZERO'
               DELIMITED BY SIZE INTO EL-REASON
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
           EXIT.

      *================================================================*
      * Convert the stock location file                               *
      *================================================================*
        CONVERT-LOCATIONS.
           OPEN INPUT OLD-LOCATION-FILE
           IF NOT OLD-LOCATION-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD STOCK LOCATION '
                       'FILE - STATUS ' WS-OLD-LOCATION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOCATION-FILE
           IF NOT LOCATION-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW STOCK LOCATION '
                       'FILE - STATUS ' WS-LOCATION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-LOCATION-EOF
               READ OLD-LOCATION-FILE NEXT RECORD
                   AT END SET OLD-LOCATION-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-LOCATION-EOF
                       CONTINUE
                   WHEN NOT OLD-LOCATION-OK
                       DISPLAY 'DFH0XCCV: OLD STOCK LOCATION READ '
                               'FAILED - STATUS '
                               WS-OLD-LOCATION-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-LOCATION-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-STKL-READ
                       PERFORM CONVERT-LOCATION-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-LOCATION-FILE
           CLOSE LOCATION-FILE
           EXIT.

        CONVERT-LOCATION-RECORD.
           IF OSTK-ITEM-REF NOT NUMERIC OR
              OSTK-QUANTITY NOT NUMERIC
               ADD 1 TO WS-IN-STKL-REJECTED
               MOVE 'EXSTKLOC' TO EL-FILE
               MOVE OSTK-KEY TO EL-KEY
               MOVE 'ITEM OR QUANTITY NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STOCK-LOCATION-RECORD
           MOVE OSTK-ITEM-REF TO STKL-ITEM-REF
           MOVE OSTK-LOCATION TO STKL-LOCATION
           MOVE OSTK-QUANTITY TO STKL-QUANTITY
           WRITE STOCK-LOCATION-RECORD
           IF NOT LOCATION-OK
               ADD 1 TO WS-IN-STKL-REJECTED
               MOVE 'EXSTKLOC' TO EL-FILE
               MOVE OSTK-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-LOCATION-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-STKL-WRITTEN
           ADD OSTK-ITEM-REF TO WS-IN-STKL-HASH
           ADD OSTK-QUANTITY TO WS-IN-STKL-QUANTITY
           EXIT.

      *================================================================*
      * Convert the item lifecycle status file - the item reference   *
      * and the replacement item reference both widen                 *
      *================================================================*
        CONVERT-ITEM-STATUS.
           OPEN INPUT OLD-STATUS-FILE
           IF NOT OLD-STATUS-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD ITEM STATUS '
                       'FILE - STATUS ' WS-OLD-STATUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATUS-FILE
           IF NOT STATUS-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW ITEM STATUS '
                       'FILE - STATUS ' WS-STATUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-STATUS-EOF
               READ OLD-STATUS-FILE NEXT RECORD
                   AT END SET OLD-STATUS-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-STATUS-EOF
                       CONTINUE
                   WHEN NOT OLD-STATUS-OK
                       DISPLAY 'DFH0XCCV: OLD ITEM STATUS READ '
                               'FAILED - STATUS ' WS-OLD-STATUS-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-STATUS-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-ITST-READ
                       PERFORM CONVERT-STATUS-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-STATUS-FILE
           CLOSE STATUS-FILE
           EXIT.

        CONVERT-STATUS-RECORD.
      *    A record written before replacement items were kept may
      *    carry spaces there - it has no replacement
           IF OIST-REPLACEMENT-REF NOT NUMERIC
               MOVE ZERO TO OIST-REPLACEMENT-REF
           END-IF
           IF OIST-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-ITST-REJECTED
               MOVE 'EXITMSTA' TO EL-FILE
               MOVE OIST-ITEM-REF TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ITEM-STATUS-RECORD
           MOVE OIST-ITEM-REF TO ITST-ITEM-REF
           MOVE OIST-STATUS TO ITST-STATUS
           MOVE OIST-STATUS-DATE TO ITST-STATUS-DATE
           MOVE OIST-STATUS-TIME TO ITST-STATUS-TIME
           MOVE OIST-STATUS-USERID TO ITST-STATUS-USERID
           MOVE OIST-PREF-SUPPLIER TO ITST-PREF-SUPPLIER
           MOVE OIST-REPLACEMENT-REF TO ITST-REPLACEMENT-REF
           WRITE ITEM-STATUS-RECORD
           IF NOT STATUS-OK
               ADD 1 TO WS-IN-ITST-REJECTED
               MOVE 'EXITMSTA' TO EL-FILE
               MOVE OIST-ITEM-REF TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-STATUS-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-ITST-WRITTEN
           ADD OIST-ITEM-REF TO WS-IN-ITST-HASH
           ADD OIST-REPLACEMENT-REF TO WS-IN-ITST-REPL-HASH
           EXIT.

      *================================================================*
      * Convert the purchase order file. A received quantity that is  *
      * not numeric is carried across unchanged and left out of the   *
      * total on both sides                                           *
      *================================================================*
        CONVERT-PURCHASE-ORDERS.
           OPEN INPUT OLD-PORDER-FILE
           IF NOT OLD-PORDER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD PURCHASE ORDER '
                       'FILE - STATUS ' WS-OLD-PORDER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PORDER-FILE
           IF NOT PORDER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW PURCHASE ORDER '
                       'FILE - STATUS ' WS-PORDER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-PORDER-EOF
               READ OLD-PORDER-FILE NEXT RECORD
                   AT END SET OLD-PORDER-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-PORDER-EOF
                       CONTINUE
                   WHEN NOT OLD-PORDER-OK
                       DISPLAY 'DFH0XCCV: OLD PURCHASE ORDER READ '
                               'FAILED - STATUS ' WS-OLD-PORDER-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-PORDER-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-PORD-READ
                       PERFORM CONVERT-PORDER-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-PORDER-FILE
           CLOSE PORDER-FILE
           EXIT.

        CONVERT-PORDER-RECORD.
           IF OPOR-ITEM-REF NOT NUMERIC OR
              OPOR-QUANTITY NOT NUMERIC
               ADD 1 TO WS-IN-PORD-REJECTED
               MOVE 'EXPOFILE' TO EL-FILE
               MOVE OPOR-NUMBER TO EL-KEY
               MOVE 'ITEM OR QUANTITY NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE OPOR-NUMBER TO PORD-NUMBER
           MOVE OPOR-ITEM-REF TO PORD-ITEM-REF
           MOVE OPOR-QUANTITY TO PORD-QUANTITY
           MOVE OPOR-QTY-RECEIVED TO PORD-QTY-RECEIVED
           MOVE OPOR-STATUS TO PORD-STATUS
           MOVE OPOR-RAISED-DATE TO PORD-RAISED-DATE
           MOVE OPOR-RAISED-TIME TO PORD-RAISED-TIME
           MOVE OPOR-RAISED-USERID TO PORD-RAISED-USERID
           MOVE OPOR-RECEIVED-DATE TO PORD-RECEIVED-DATE
           MOVE OPOR-RECEIVED-TIME TO PORD-RECEIVED-TIME
           MOVE OPOR-SUPPLIER-CODE TO PORD-SUPPLIER-CODE
           MOVE OPOR-EXPECTED-DATE TO PORD-EXPECTED-DATE
           MOVE ZERO TO PORD-QTY-INVOICED
           WRITE PURCHASE-ORDER-RECORD
           IF NOT PORDER-OK
               ADD 1 TO WS-IN-PORD-REJECTED
               MOVE 'EXPOFILE' TO EL-FILE
               MOVE OPOR-NUMBER TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-PORDER-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-PORD-WRITTEN
           ADD OPOR-ITEM-REF TO WS-IN-PORD-HASH
           ADD OPOR-QUANTITY TO WS-IN-PORD-QUANTITY
           IF OPOR-QTY-RECEIVED NUMERIC
               ADD OPOR-QTY-RECEIVED TO WS-IN-PORD-RECEIVED
           END-IF
           EXIT.

      *================================================================*
      * Set each converted purchase order's invoiced quantity from    *
      * every matched invoice line cleared for payment so far, so a   *
      * received quantity already paid for cannot be invoiced again.  *
      * A line whose order is not on the new file is listed and left  *
      * out                                                           *
      *================================================================*
        APPLY-MATCHED-INVOICES.
           OPEN INPUT OLD-MATCHED-FILE
           IF NOT OLD-MATCHED-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN MATCHED INVOICE '
                       'FILE - STATUS ' WS-OLD-MATCHED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PORDER-FILE
           IF NOT PORDER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO UPDATE NEW PURCHASE ORDER '
                       'FILE - STATUS ' WS-PORDER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-MATCHED-EOF
               READ OLD-MATCHED-FILE
                   AT END SET OLD-MATCHED-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-MATCHED-EOF
                       CONTINUE
                   WHEN NOT OLD-MATCHED-OK
                       DISPLAY 'DFH0XCCV: MATCHED INVOICE READ '
                               'FAILED - STATUS ' WS-OLD-MATCHED-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-MATCHED-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-MTCH-READ
                       PERFORM APPLY-MATCHED-LINE
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-MATCHED-FILE
           CLOSE PORDER-FILE
           EXIT.

        APPLY-MATCHED-LINE.
           MOVE SPACES TO EL-KEY
           STRING OIMF-INVOICE-NUMBER ' ' OIMF-PO-NUMBER
               DELIMITED BY SIZE INTO EL-KEY
           MOVE 'INVMATCH' TO EL-FILE
           IF OIMF-PO-NUMBER NOT NUMERIC OR
              OIMF-QUANTITY NOT NUMERIC
               ADD 1 TO WS-IN-MTCH-REJECTED
               MOVE 'ORDER OR QUANTITY NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE OIMF-PO-NUMBER TO PORD-NUMBER
           READ PORDER-FILE
           IF NOT PORDER-OK
               ADD 1 TO WS-IN-MTCH-REJECTED
               MOVE 'PURCHASE ORDER NOT ON NEW FILE' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD OIMF-QUANTITY TO PORD-QTY-INVOICED
               ON SIZE ERROR
                   ADD 1 TO WS-IN-MTCH-REJECTED
                   MOVE 'INVOICED QUANTITY ABOVE 99999' TO EL-REASON
                   WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
                   EXIT PARAGRAPH
           END-ADD
           REWRITE PURCHASE-ORDER-RECORD
           IF NOT PORDER-OK
               ADD 1 TO WS-IN-MTCH-REJECTED
               MOVE SPACES TO EL-REASON
               STRING 'REWRITE FAILED - STATUS ' WS-PORDER-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD OIMF-QUANTITY TO WS-IN-PORD-INVOICED
           EXIT.

      *================================================================*
      * Convert the order history file. A quantity that is not        *
      * numeric is carried across unchanged and left out of the       *
      * total on both sides                                           *
      *================================================================*
        CONVERT-ORDER-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE
           IF NOT OLD-HISTORY-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD ORDER HISTORY '
                       'FILE - STATUS ' WS-OLD-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW ORDER HISTORY '
                       'FILE - STATUS ' WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-HISTORY-EOF
               READ OLD-HISTORY-FILE NEXT RECORD
                   AT END SET OLD-HISTORY-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-HISTORY-EOF
                       CONTINUE
                   WHEN NOT OLD-HISTORY-OK
                       DISPLAY 'DFH0XCCV: OLD ORDER HISTORY '
                               'READ FAILED - STATUS '
                               WS-OLD-HISTORY-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-HISTORY-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-OHST-READ
                       PERFORM CONVERT-HISTORY-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-HISTORY-FILE
           CLOSE HISTORY-FILE
           EXIT.

        CONVERT-HISTORY-RECORD.
           IF OOH-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-OHST-REJECTED
               MOVE 'EXORDHST' TO EL-FILE
               MOVE OOH-KEY TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-HISTORY-RECORD
           WRITE ORDER-HISTORY-RECORD
           IF NOT HISTORY-OK
               ADD 1 TO WS-IN-OHST-REJECTED
               MOVE 'EXORDHST' TO EL-FILE
               MOVE OOH-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-HISTORY-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-OHST-WRITTEN
           ADD OOH-ITEM-REF TO WS-IN-OHST-HASH
           IF OOH-QUANTITY-REQ NUMERIC
               ADD OOH-QUANTITY-REQ TO WS-IN-OHST-QUANTITY
           END-IF
           EXIT.

      *    Build the new order history record from the old one - used
      *    for the order history file and its archive alike
        BUILD-HISTORY-RECORD.
           MOVE SPACES TO ORDER-HISTORY-RECORD
           MOVE OOH-DATE TO ORDH-DATE
           MOVE OOH-TIME TO ORDH-TIME
           MOVE OOH-TASKNUM TO ORDH-TASKNUM
           MOVE OOH-REQUEST-ID TO ORDH-REQUEST-ID
           MOVE OOH-USERID TO ORDH-USERID
           MOVE OOH-CHARGE-DEPT TO ORDH-CHARGE-DEPT
           MOVE OOH-ITEM-REF TO ORDH-ITEM-REF-NUMBER
           MOVE OOH-QUANTITY-REQ TO ORDH-QUANTITY-REQ
           MOVE OOH-ABSTIME TO ORDH-ABSTIME
           MOVE OOH-ORDER-NUMBER TO ORDH-ORDER-NUMBER
           MOVE OOH-LINE-NUMBER TO ORDH-LINE-NUMBER
           MOVE OOH-UNIT-COST TO ORDH-UNIT-COST
           MOVE OOH-LOCATION TO ORDH-LOCATION
           MOVE OOH-RETURN-REASON TO ORDH-RETURN-REASON
           MOVE OOH-LOT-NUMBER TO ORDH-LOT-NUMBER
           EXIT.

      *================================================================*
      * Convert the order history period archive - every generation   *
      * is read in turn and written to one new archive file           *
      *================================================================*
        CONVERT-HISTORY-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE-FILE
           IF NOT OLD-ARCHIVE-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD ORDER HISTORY '
                       'ARCHIVE FILE - STATUS ' WS-OLD-ARCHIVE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF NOT ARCHIVE-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW ORDER HISTORY '
                       'ARCHIVE FILE - STATUS ' WS-ARCHIVE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-ARCHIVE-EOF
               READ OLD-ARCHIVE-FILE INTO OLD-HISTORY-RECORD
                   AT END SET OLD-ARCHIVE-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-ARCHIVE-EOF
                       CONTINUE
                   WHEN NOT OLD-ARCHIVE-OK
                       DISPLAY 'DFH0XCCV: OLD ORDER HISTORY '
                               'ARCHIVE READ FAILED - STATUS '
                               WS-OLD-ARCHIVE-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-ARCHIVE-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-ARCH-READ
                       PERFORM CONVERT-ARCHIVE-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-ARCHIVE-FILE
           CLOSE ARCHIVE-FILE
           EXIT.

        CONVERT-ARCHIVE-RECORD.
           IF OOH-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-ARCH-REJECTED
               MOVE 'ORDHARCH' TO EL-FILE
               MOVE OOH-KEY TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-HISTORY-RECORD
           WRITE ARCHIVE-RECORD FROM ORDER-HISTORY-RECORD
           IF NOT ARCHIVE-OK
               ADD 1 TO WS-IN-ARCH-REJECTED
               MOVE 'ORDHARCH' TO EL-FILE
               MOVE OOH-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-ARCHIVE-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-ARCH-WRITTEN
           ADD OOH-ITEM-REF TO WS-IN-ARCH-HASH
           IF OOH-QUANTITY-REQ NUMERIC
               ADD OOH-QUANTITY-REQ TO WS-IN-ARCH-QUANTITY
           END-IF
           EXIT.

      *================================================================*
      * Convert the stock lot file - the item reference and the lot   *
      * quantity both widen                                           *
      *================================================================*
        CONVERT-STOCK-LOTS.
           OPEN INPUT OLD-LOT-FILE
           IF NOT OLD-LOT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD STOCK LOT '
                       'FILE - STATUS ' WS-OLD-LOT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOT-FILE
           IF NOT LOT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW STOCK LOT '
                       'FILE - STATUS ' WS-LOT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-LOT-EOF
               READ OLD-LOT-FILE NEXT RECORD
                   AT END SET OLD-LOT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-LOT-EOF
                       CONTINUE
                   WHEN NOT OLD-LOT-OK
                       DISPLAY 'DFH0XCCV: OLD STOCK LOT '
                               'READ FAILED - STATUS '
                               WS-OLD-LOT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-LOT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-LOT-READ
                       PERFORM CONVERT-LOT-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-LOT-FILE
           CLOSE LOT-FILE
           EXIT.

        CONVERT-LOT-RECORD.
           IF OLOT-ITEM-REF NOT NUMERIC OR
              OLOT-QUANTITY NOT NUMERIC
               ADD 1 TO WS-IN-LOT-REJECTED
               MOVE 'EXSTKLOT' TO EL-FILE
               MOVE OLOT-KEY TO EL-KEY
               MOVE 'ITEM OR QUANTITY NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STOCK-LOT-RECORD
           MOVE OLOT-ITEM-REF TO LOT-ITEM-REF
           MOVE OLOT-LOCATION TO LOT-LOCATION
           MOVE OLOT-NUMBER TO LOT-NUMBER
           MOVE OLOT-EXPIRY-DATE TO LOT-EXPIRY-DATE
           MOVE OLOT-QUANTITY TO LOT-QUANTITY
           MOVE OLOT-RECEIVED-DATE TO LOT-RECEIVED-DATE
           MOVE OLOT-PO-NUMBER TO LOT-PO-NUMBER
           WRITE STOCK-LOT-RECORD
           IF NOT LOT-OK
               ADD 1 TO WS-IN-LOT-REJECTED
               MOVE 'EXSTKLOT' TO EL-FILE
               MOVE OLOT-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-LOT-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-LOT-WRITTEN
           ADD OLOT-ITEM-REF TO WS-IN-LOT-HASH
           ADD OLOT-QUANTITY TO WS-IN-LOT-QUANTITY
           EXIT.

      *================================================================*
      * Convert the item substitution file - the item and the         *
      * substitute offered for it both widen                          *
      *================================================================*
        CONVERT-SUBSTITUTES.
           OPEN INPUT OLD-SUBST-FILE
           IF NOT OLD-SUBST-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD SUBSTITUTION '
                       'FILE - STATUS ' WS-OLD-SUBST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUBST-FILE
           IF NOT SUBST-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW SUBSTITUTION '
                       'FILE - STATUS ' WS-SUBST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-SUBST-EOF
               READ OLD-SUBST-FILE NEXT RECORD
                   AT END SET OLD-SUBST-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-SUBST-EOF
                       CONTINUE
                   WHEN NOT OLD-SUBST-OK
                       DISPLAY 'DFH0XCCV: OLD SUBSTITUTION '
                               'READ FAILED - STATUS '
                               WS-OLD-SUBST-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-SUBST-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-SUBT-READ
                       PERFORM CONVERT-SUBST-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-SUBST-FILE
           CLOSE SUBST-FILE
           EXIT.

        CONVERT-SUBST-RECORD.
           IF OSBT-ITEM-REF NOT NUMERIC OR
              OSBT-SUBST-REF NOT NUMERIC
               ADD 1 TO WS-IN-SUBT-REJECTED
               MOVE 'EXITMSUB' TO EL-FILE
               MOVE OSBT-KEY TO EL-KEY
               MOVE 'ITEM OR SUBSTITUTE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SUBSTITUTION-RECORD
           MOVE OSBT-ITEM-REF TO SUBT-ITEM-REF
           MOVE OSBT-RANK TO SUBT-RANK
           MOVE OSBT-SUBST-REF TO SUBT-SUBST-REF
           MOVE OSBT-CHANGED-DATE TO SUBT-CHANGED-DATE
           MOVE OSBT-CHANGED-USERID TO SUBT-CHANGED-USERID
           WRITE SUBSTITUTION-RECORD
           IF NOT SUBST-OK
               ADD 1 TO WS-IN-SUBT-REJECTED
               MOVE 'EXITMSUB' TO EL-FILE
               MOVE OSBT-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-SUBST-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-SUBT-WRITTEN
           ADD OSBT-ITEM-REF TO WS-IN-SUBT-HASH
           ADD OSBT-SUBST-REF TO WS-IN-SUBT-SUBST-HASH
           EXIT.

      *================================================================*
      * Convert the substitution count file. An accepted count that   *
      * is not numeric is carried across unchanged and left out of    *
      * the total on both sides                                       *
      *================================================================*
        CONVERT-SUBST-COUNTS.
           OPEN INPUT OLD-COUNT-FILE
           IF NOT OLD-COUNT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD SUBSTITUTION '
                       'COUNT FILE - STATUS ' WS-OLD-COUNT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COUNT-FILE
           IF NOT COUNT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW SUBSTITUTION '
                       'COUNT FILE - STATUS ' WS-COUNT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-COUNT-EOF
               READ OLD-COUNT-FILE NEXT RECORD
                   AT END SET OLD-COUNT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-COUNT-EOF
                       CONTINUE
                   WHEN NOT OLD-COUNT-OK
                       DISPLAY 'DFH0XCCV: OLD SUBSTITUTION '
                               'COUNT READ FAILED - STATUS '
                               WS-OLD-COUNT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-COUNT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-SBCT-READ
                       PERFORM CONVERT-COUNT-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-COUNT-FILE
           CLOSE COUNT-FILE
           EXIT.

        CONVERT-COUNT-RECORD.
           IF OSBC-ITEM-REF NOT NUMERIC OR
              OSBC-SUBST-REF NOT NUMERIC
               ADD 1 TO WS-IN-SBCT-REJECTED
               MOVE 'EXSUBCNT' TO EL-FILE
               MOVE OSBC-KEY TO EL-KEY
               MOVE 'ITEM OR SUBSTITUTE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SUBST-COUNT-RECORD
           MOVE OSBC-MONTH TO SBCT-MONTH
           MOVE OSBC-ITEM-REF TO SBCT-ITEM-REF
           MOVE OSBC-SUBST-REF TO SBCT-SUBST-REF
           MOVE OSBC-OFFER-NO-STOCK TO SBCT-OFFER-NO-STOCK
           MOVE OSBC-OFFER-DISCONTINUED TO SBCT-OFFER-DISCONTINUED
           MOVE OSBC-ACCEPTED-COUNT TO SBCT-ACCEPTED-COUNT
           MOVE OSBC-LAST-DATE TO SBCT-LAST-DATE
           WRITE SUBST-COUNT-RECORD
           IF NOT COUNT-OK
               ADD 1 TO WS-IN-SBCT-REJECTED
               MOVE 'EXSUBCNT' TO EL-FILE
               MOVE OSBC-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-COUNT-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-SBCT-WRITTEN
           ADD OSBC-ITEM-REF TO WS-IN-SBCT-HASH
           ADD OSBC-SUBST-REF TO WS-IN-SBCT-SUBST-HASH
           IF OSBC-ACCEPTED-COUNT NUMERIC
               ADD OSBC-ACCEPTED-COUNT TO WS-IN-SBCT-ACCEPTED
           END-IF
           EXIT.

      *================================================================*
      * Convert the pick request file. A quantity that is not         *
      * numeric is carried across unchanged and left out of the       *
      * total on both sides                                           *
      *================================================================*
        CONVERT-PICK-REQUESTS.
           OPEN INPUT OLD-PICK-FILE
           IF NOT OLD-PICK-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD PICK REQUEST '
                       'FILE - STATUS ' WS-OLD-PICK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PICK-FILE
           IF NOT PICK-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW PICK REQUEST '
                       'FILE - STATUS ' WS-PICK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-PICK-EOF
               READ OLD-PICK-FILE NEXT RECORD
                   AT END SET OLD-PICK-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-PICK-EOF
                       CONTINUE
                   WHEN NOT OLD-PICK-OK
                       DISPLAY 'DFH0XCCV: OLD PICK REQUEST '
                               'READ FAILED - STATUS '
                               WS-OLD-PICK-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-PICK-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-PICK-READ
                       PERFORM CONVERT-PICK-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-PICK-FILE
           CLOSE PICK-FILE
           EXIT.

        CONVERT-PICK-RECORD.
           IF OPCK-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-PICK-REJECTED
               MOVE 'EXPICKRQ' TO EL-FILE
               MOVE OPCK-KEY TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PICK-REQUEST-RECORD
           MOVE OPCK-ORDER-NUMBER TO PICK-ORDER-NUMBER
           MOVE OPCK-LINE-NUMBER TO PICK-LINE-NUMBER
           MOVE OPCK-STATUS TO PICK-STATUS
           MOVE OPCK-LOCATION TO PICK-LOCATION
           MOVE OPCK-ITEM-REF TO PICK-ITEM-REF
           MOVE OPCK-QUANTITY TO PICK-QUANTITY
           MOVE OPCK-LOT-NUMBER TO PICK-LOT-NUMBER
           MOVE OPCK-USERID TO PICK-USERID
           MOVE OPCK-CHARGE-DEPT TO PICK-CHARGE-DEPT
           MOVE OPCK-REQUEST-ID TO PICK-REQUEST-ID
           MOVE OPCK-QUEUED-DATE TO PICK-QUEUED-DATE
           MOVE OPCK-QUEUED-TIME TO PICK-QUEUED-TIME
           MOVE OPCK-PRINTED-DATE TO PICK-PRINTED-DATE
           MOVE OPCK-PRINTED-TIME TO PICK-PRINTED-TIME
           WRITE PICK-REQUEST-RECORD
           IF NOT PICK-OK
               ADD 1 TO WS-IN-PICK-REJECTED
               MOVE 'EXPICKRQ' TO EL-FILE
               MOVE OPCK-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-PICK-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-PICK-WRITTEN
           ADD OPCK-ITEM-REF TO WS-IN-PICK-HASH
           IF OPCK-QUANTITY NUMERIC
               ADD OPCK-QUANTITY TO WS-IN-PICK-QUANTITY
           END-IF
           EXIT.

      *================================================================*
      * Convert the stock transfer file                               *
      *================================================================*
        CONVERT-TRANSFERS.
           OPEN INPUT OLD-TRANSFER-FILE
           IF NOT OLD-TRANSFER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD STOCK TRANSFER '
                       'FILE - STATUS ' WS-OLD-TRANSFER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSFER-FILE
           IF NOT TRANSFER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW STOCK TRANSFER '
                       'FILE - STATUS ' WS-TRANSFER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-TRANSFER-EOF
               READ OLD-TRANSFER-FILE NEXT RECORD
                   AT END SET OLD-TRANSFER-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-TRANSFER-EOF
                       CONTINUE
                   WHEN NOT OLD-TRANSFER-OK
                       DISPLAY 'DFH0XCCV: OLD STOCK TRANSFER '
                               'READ FAILED - STATUS '
                               WS-OLD-TRANSFER-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-TRANSFER-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-TRF-READ
                       PERFORM CONVERT-TRANSFER-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-TRANSFER-FILE
           CLOSE TRANSFER-FILE
           EXIT.

        CONVERT-TRANSFER-RECORD.
           IF OTRF-ITEM-REF NOT NUMERIC OR
              OTRF-QUANTITY NOT NUMERIC
               ADD 1 TO WS-IN-TRF-REJECTED
               MOVE 'EXSTKTRF' TO EL-FILE
               MOVE OTRF-NUMBER TO EL-KEY
               MOVE 'ITEM OR QUANTITY NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STOCK-TRANSFER-RECORD
           MOVE OTRF-NUMBER TO TRF-NUMBER
           MOVE OTRF-ITEM-REF TO TRF-ITEM-REF
           MOVE OTRF-FROM-LOCATION TO TRF-FROM-LOCATION
           MOVE OTRF-TO-LOCATION TO TRF-TO-LOCATION
           MOVE OTRF-QUANTITY TO TRF-QUANTITY
           MOVE OTRF-STATUS TO TRF-STATUS
           MOVE OTRF-SENT-DATE TO TRF-SENT-DATE
           MOVE OTRF-SENT-TIME TO TRF-SENT-TIME
           MOVE OTRF-SENT-USERID TO TRF-SENT-USERID
           MOVE OTRF-RECEIVED-DATE TO TRF-RECEIVED-DATE
           MOVE OTRF-RECEIVED-TIME TO TRF-RECEIVED-TIME
           MOVE OTRF-RECEIVED-USERID TO TRF-RECEIVED-USERID
           MOVE OTRF-LOT-NUMBER TO TRF-LOT-NUMBER
           WRITE STOCK-TRANSFER-RECORD
           IF NOT TRANSFER-OK
               ADD 1 TO WS-IN-TRF-REJECTED
               MOVE 'EXSTKTRF' TO EL-FILE
               MOVE OTRF-NUMBER TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-TRANSFER-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-TRF-WRITTEN
           ADD OTRF-ITEM-REF TO WS-IN-TRF-HASH
           ADD OTRF-QUANTITY TO WS-IN-TRF-QUANTITY
           EXIT.

      *================================================================*
      * Convert the standing order file. A quantity that is not       *
      * numeric is carried across unchanged and left out of the       *
      * total on both sides                                           *
      *================================================================*
        CONVERT-STANDING-ORDERS.
           OPEN INPUT OLD-STANDING-FILE
           IF NOT OLD-STANDING-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD STANDING ORDER '
                       'FILE - STATUS ' WS-OLD-STANDING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STANDING-FILE
           IF NOT STANDING-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW STANDING ORDER '
                       'FILE - STATUS ' WS-STANDING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-STANDING-EOF
               READ OLD-STANDING-FILE NEXT RECORD
                   AT END SET OLD-STANDING-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-STANDING-EOF
                       CONTINUE
                   WHEN NOT OLD-STANDING-OK
                       DISPLAY 'DFH0XCCV: OLD STANDING ORDER '
                               'READ FAILED - STATUS '
                               WS-OLD-STANDING-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-STANDING-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-SORD-READ
                       PERFORM CONVERT-STANDING-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-STANDING-FILE
           CLOSE STANDING-FILE
           EXIT.

        CONVERT-STANDING-RECORD.
           IF OSOR-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-SORD-REJECTED
               MOVE 'EXSTDORD' TO EL-FILE
               MOVE OSOR-KEY TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE OSOR-USERID TO SORD-USERID
           MOVE OSOR-NUMBER TO SORD-NUMBER
           MOVE OSOR-CHARGE-DEPT TO SORD-CHARGE-DEPT
           MOVE OSOR-ITEM-REF TO SORD-ITEM-REF
           MOVE OSOR-QUANTITY TO SORD-QUANTITY
           MOVE OSOR-LOCATION TO SORD-LOCATION
           MOVE OSOR-FREQUENCY TO SORD-FREQUENCY
           MOVE OSOR-NEXT-DUE-DATE TO SORD-NEXT-DUE-DATE
           MOVE OSOR-END-DATE TO SORD-END-DATE
           MOVE OSOR-DUE-DAY TO SORD-DUE-DAY
           MOVE OSOR-STATUS TO SORD-STATUS
           MOVE OSOR-LAST-PLACED-DATE TO SORD-LAST-PLACED-DATE
           MOVE OSOR-LAST-RETURN-CODE TO SORD-LAST-RETURN-CODE
           MOVE OSOR-LAST-ORDER-NUMBER TO SORD-LAST-ORDER-NUMBER
           MOVE OSOR-CHANGED-DATE TO SORD-CHANGED-DATE
           WRITE STANDING-ORDER-RECORD
           IF NOT STANDING-OK
               ADD 1 TO WS-IN-SORD-REJECTED
               MOVE 'EXSTDORD' TO EL-FILE
               MOVE OSOR-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-STANDING-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-SORD-WRITTEN
           ADD OSOR-ITEM-REF TO WS-IN-SORD-HASH
           IF OSOR-QUANTITY NUMERIC
               ADD OSOR-QUANTITY TO WS-IN-SORD-QUANTITY
           END-IF
           EXIT.

      *================================================================*
      * Convert the price change history file. The costs are kept     *
      * as the text they were recorded in                             *
      *================================================================*
        CONVERT-PRICE-HISTORY.
           OPEN INPUT OLD-PRICE-HISTORY-FILE
           IF NOT OLD-PRICE-HIST-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD PRICE HISTORY '
                       'FILE - STATUS ' WS-OLD-PRICE-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRICE-HISTORY-FILE
           IF NOT PRICE-HIST-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW PRICE HISTORY '
                       'FILE - STATUS ' WS-PRICE-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-PRICE-HIST-EOF
               READ OLD-PRICE-HISTORY-FILE NEXT RECORD
                   AT END SET OLD-PRICE-HIST-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-PRICE-HIST-EOF
                       CONTINUE
                   WHEN NOT OLD-PRICE-HIST-OK
                       DISPLAY 'DFH0XCCV: OLD PRICE HISTORY '
                               'READ FAILED - STATUS '
                               WS-OLD-PRICE-HIST-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-PRICE-HIST-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-PRCH-READ
                       PERFORM CONVERT-PRICE-HIST-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-PRICE-HISTORY-FILE
           CLOSE PRICE-HISTORY-FILE
           EXIT.

        CONVERT-PRICE-HIST-RECORD.
           IF OPRH-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-PRCH-REJECTED
               MOVE 'EXPRCHST' TO EL-FILE
               MOVE OPRH-KEY TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PRICE-HISTORY-RECORD
           MOVE OPRH-ITEM-REF TO PRCH-ITEM-REF
           MOVE OPRH-DATE TO PRCH-DATE
           MOVE OPRH-TIME TO PRCH-TIME
           MOVE OPRH-TASKNUM TO PRCH-TASKNUM
           MOVE OPRH-USERID TO PRCH-USERID
           MOVE OPRH-OLD-COST TO PRCH-OLD-COST
           MOVE OPRH-NEW-COST TO PRCH-NEW-COST
           WRITE PRICE-HISTORY-RECORD
           IF NOT PRICE-HIST-OK
               ADD 1 TO WS-IN-PRCH-REJECTED
               MOVE 'EXPRCHST' TO EL-FILE
               MOVE OPRH-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-PRICE-HIST-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-PRCH-WRITTEN
           ADD OPRH-ITEM-REF TO WS-IN-PRCH-HASH
           EXIT.

      *================================================================*
      * Convert the item reorder parameter file. A reorder point      *
      * that is not numeric is carried across unchanged and left      *
      * out of the total on both sides                                *
      *================================================================*
        CONVERT-REORDER-PARMS.
           OPEN INPUT OLD-REORDER-FILE
           IF NOT OLD-REORDER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD REORDER PARAMETER '
                       'FILE - STATUS ' WS-OLD-REORDER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REORDER-FILE
           IF NOT REORDER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW REORDER PARAMETER '
                       'FILE - STATUS ' WS-REORDER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-REORDER-EOF
               READ OLD-REORDER-FILE NEXT RECORD
                   AT END SET OLD-REORDER-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-REORDER-EOF
                       CONTINUE
                   WHEN NOT OLD-REORDER-OK
                       DISPLAY 'DFH0XCCV: OLD REORDER PARAMETER '
                               'READ FAILED - STATUS '
                               WS-OLD-REORDER-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-REORDER-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-IRP-READ
                       PERFORM CONVERT-REORDER-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-REORDER-FILE
           CLOSE REORDER-FILE
           EXIT.

        CONVERT-REORDER-RECORD.
           IF OIRP-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-IRP-REJECTED
               MOVE 'EXREORD' TO EL-FILE
               MOVE OIRP-ITEM-REF TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REORDER-PARM-RECORD
           MOVE OIRP-ITEM-REF TO IRP-ITEM-REF
           MOVE OIRP-REORDER-POINT TO IRP-REORDER-POINT
           MOVE OIRP-SAFETY-STOCK TO IRP-SAFETY-STOCK
           MOVE OIRP-OVERRIDE-FLAG TO IRP-OVERRIDE-FLAG
           MOVE OIRP-CALC-REORDER-POINT TO IRP-CALC-REORDER-POINT
           MOVE OIRP-CALC-SAFETY-STOCK TO IRP-CALC-SAFETY-STOCK
           MOVE OIRP-AVG-DAILY-USAGE TO IRP-AVG-DAILY-USAGE
           MOVE OIRP-AVG-LEAD-DAYS TO IRP-AVG-LEAD-DAYS
           MOVE OIRP-MAX-LEAD-DAYS TO IRP-MAX-LEAD-DAYS
           MOVE OIRP-LEAD-TIME-ORDERS TO IRP-LEAD-TIME-ORDERS
           MOVE OIRP-CALC-DATE TO IRP-CALC-DATE
           MOVE OIRP-OVERRIDE-DATE TO IRP-OVERRIDE-DATE
           WRITE REORDER-PARM-RECORD
           IF NOT REORDER-OK
               ADD 1 TO WS-IN-IRP-REJECTED
               MOVE 'EXREORD' TO EL-FILE
               MOVE OIRP-ITEM-REF TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-REORDER-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-IRP-WRITTEN
           ADD OIRP-ITEM-REF TO WS-IN-IRP-HASH
           IF OIRP-REORDER-POINT NUMERIC
               ADD OIRP-REORDER-POINT TO WS-IN-IRP-REORDER-POINT
           END-IF
           EXIT.

      *================================================================*
      * Convert the user notification file. A quantity that is not    *
      * numeric is carried across unchanged and left out of the       *
      * total on both sides                                           *
      *================================================================*
        CONVERT-NOTIFICATIONS.
           OPEN INPUT OLD-NOTIFY-FILE
           IF NOT OLD-NOTIFY-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD NOTIFICATION '
                       'FILE - STATUS ' WS-OLD-NOTIFY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           IF NOT NOTIFY-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW NOTIFICATION '
                       'FILE - STATUS ' WS-NOTIFY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-NOTIFY-EOF
               READ OLD-NOTIFY-FILE NEXT RECORD
                   AT END SET OLD-NOTIFY-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-NOTIFY-EOF
                       CONTINUE
                   WHEN NOT OLD-NOTIFY-OK
                       DISPLAY 'DFH0XCCV: OLD NOTIFICATION '
                               'READ FAILED - STATUS '
                               WS-OLD-NOTIFY-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-NOTIFY-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-UNTF-READ
                       PERFORM CONVERT-NOTIFY-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-NOTIFY-FILE
           CLOSE NOTIFY-FILE
           EXIT.

        CONVERT-NOTIFY-RECORD.
           IF OUNF-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-UNTF-REJECTED
               MOVE 'EXUSRNTF' TO EL-FILE
               MOVE OUNF-KEY TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NOTIFICATION-RECORD
           MOVE OUNF-USERID TO UNTF-USERID
           MOVE OUNF-DATE TO UNTF-DATE
           MOVE OUNF-TIME TO UNTF-TIME
           MOVE OUNF-SEQ TO UNTF-SEQ
           MOVE OUNF-TYPE TO UNTF-TYPE
           MOVE OUNF-ITEM-REF TO UNTF-ITEM-REF
           MOVE OUNF-QUANTITY TO UNTF-QUANTITY
           MOVE OUNF-ORDER-NUMBER TO UNTF-ORDER-NUMBER
           MOVE OUNF-TEXT TO UNTF-TEXT
           WRITE NOTIFICATION-RECORD
           IF NOT NOTIFY-OK
               ADD 1 TO WS-IN-UNTF-REJECTED
               MOVE 'EXUSRNTF' TO EL-FILE
               MOVE OUNF-KEY TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-NOTIFY-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-UNTF-WRITTEN
           ADD OUNF-ITEM-REF TO WS-IN-UNTF-HASH
           IF OUNF-QUANTITY NUMERIC
               ADD OUNF-QUANTITY TO WS-IN-UNTF-QUANTITY
           END-IF
           EXIT.

      *================================================================*
      * Convert the held price change lines still waiting to be       *
      * applied                                                       *
      *================================================================*
        CONVERT-HELD-PRICES.
           OPEN INPUT OLD-HELD-FILE
           IF NOT OLD-HELD-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD HELD PRICE '
                       'FILE - STATUS ' WS-OLD-HELD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HELD-FILE
           IF NOT HELD-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW HELD PRICE '
                       'FILE - STATUS ' WS-HELD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-HELD-EOF
               READ OLD-HELD-FILE
                   AT END SET OLD-HELD-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-HELD-EOF
                       CONTINUE
                   WHEN NOT OLD-HELD-OK
                       DISPLAY 'DFH0XCCV: OLD HELD PRICE '
                               'READ FAILED - STATUS '
                               WS-OLD-HELD-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-HELD-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-HELD-READ
                       PERFORM CONVERT-HELD-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-HELD-FILE
           CLOSE HELD-FILE
           EXIT.

        CONVERT-HELD-RECORD.
           IF OSPL-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-HELD-REJECTED
               MOVE 'PRCHELD' TO EL-FILE
               MOVE OSPL-ITEM-REF TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HELD-PRICE-RECORD
           MOVE OSPL-ITEM-REF TO SPL-ITEM-REF
           MOVE OSPL-NEW-COST TO SPL-NEW-COST
           MOVE OSPL-EFFECTIVE-DATE TO SPL-EFFECTIVE-DATE
           MOVE OSPL-APPROVED TO SPL-APPROVED
           MOVE OSPL-RECEIVED-DATE TO SPL-RECEIVED-DATE
           WRITE HELD-PRICE-RECORD
           IF NOT HELD-OK
               ADD 1 TO WS-IN-HELD-REJECTED
               MOVE 'PRCHELD' TO EL-FILE
               MOVE OSPL-ITEM-REF TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-HELD-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-HELD-WRITTEN
           ADD OSPL-ITEM-REF TO WS-IN-HELD-HASH
           EXIT.

      *================================================================*
      * Convert the supplier invoice lines still to be matched. A     *
      * quantity that is not numeric is carried across unchanged      *
      * and left out of the total on both sides                       *
      *================================================================*
        CONVERT-INVOICES.
           OPEN INPUT OLD-INVOICE-FILE
           IF NOT OLD-INVOICE-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD INVOICE '
                       'FILE - STATUS ' WS-OLD-INVOICE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INVOICE-FILE
           IF NOT INVOICE-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW INVOICE '
                       'FILE - STATUS ' WS-INVOICE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-INVOICE-EOF
               READ OLD-INVOICE-FILE
                   AT END SET OLD-INVOICE-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-INVOICE-EOF
                       CONTINUE
                   WHEN NOT OLD-INVOICE-OK
                       DISPLAY 'DFH0XCCV: OLD INVOICE '
                               'READ FAILED - STATUS '
                               WS-OLD-INVOICE-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-INVOICE-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-INVC-READ
                       PERFORM CONVERT-INVOICE-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-INVOICE-FILE
           CLOSE INVOICE-FILE
           EXIT.

        CONVERT-INVOICE-RECORD.
           IF OINV-ITEM-REF NOT NUMERIC
               ADD 1 TO WS-IN-INVC-REJECTED
               MOVE 'INVOICES' TO EL-FILE
               MOVE OINV-NUMBER TO EL-KEY
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO INVOICE-RECORD
           MOVE OINV-NUMBER TO INV-NUMBER
           MOVE OINV-SUPPLIER-CODE TO INV-SUPPLIER-CODE
           MOVE OINV-PO-NUMBER TO INV-PO-NUMBER
           MOVE OINV-ITEM-REF TO INV-ITEM-REF
           MOVE OINV-QUANTITY TO INV-QUANTITY
           MOVE OINV-UNIT-PRICE TO INV-UNIT-PRICE
           MOVE OINV-DATE TO INV-DATE
           WRITE INVOICE-RECORD
           IF NOT INVOICE-OK
               ADD 1 TO WS-IN-INVC-REJECTED
               MOVE 'INVOICES' TO EL-FILE
               MOVE OINV-NUMBER TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-INVOICE-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-INVC-WRITTEN
           ADD OINV-ITEM-REF TO WS-IN-INVC-HASH
           IF OINV-QUANTITY NUMERIC
               ADD OINV-QUANTITY TO WS-IN-INVC-QUANTITY
           END-IF
           EXIT.

      *================================================================*
      * Convert the catalog maintenance audit trail (TDQ CMTA). The   *
      * before and after item images widen with the catalog record;   *
      * the rest of each record is carried across as it stands        *
      *================================================================*
        CONVERT-MAINT-AUDIT.
           OPEN INPUT OLD-MAINT-AUDIT-FILE
           IF NOT OLD-MAINT-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD MAINTENANCE '
                       'AUDIT FILE - STATUS ' WS-OLD-MAINT-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW MAINTENANCE '
                       'AUDIT FILE - STATUS ' WS-MAINT-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-MAINT-AUDIT-EOF
               READ OLD-MAINT-AUDIT-FILE
                   AT END SET OLD-MAINT-AUDIT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-MAINT-AUDIT-EOF
                       CONTINUE
                   WHEN NOT OLD-MAINT-AUDIT-OK
                       DISPLAY 'DFH0XCCV: OLD MAINTENANCE AUDIT '
                               'READ FAILED - STATUS '
                               WS-OLD-MAINT-AUDIT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-MAINT-AUDIT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-CMTA-READ
                       PERFORM CONVERT-CMTA-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-MAINT-AUDIT-FILE
           CLOSE MAINT-AUDIT-FILE
           EXIT.

        CONVERT-CMTA-RECORD.
           PERFORM BUILD-MAINT-AUDIT-RECORD
           WRITE MAINT-AUDIT-RECORD
           IF NOT MAINT-AUDIT-OK
               ADD 1 TO WS-IN-CMTA-REJECTED
               MOVE 'CMTA' TO EL-FILE
               MOVE OMA-STAMP TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-MAINT-AUDIT-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-CMTA-WRITTEN
           IF OMA-TASKNUM NUMERIC
               ADD OMA-TASKNUM TO WS-IN-CMTA-HASH
           END-IF
           EXIT.

      *================================================================*
      * Convert every generation of the price load audit trail. The   *
      * load writes its records in the CMTA layout, so each is        *
      * converted the same way                                        *
      *================================================================*
        CONVERT-PRICE-AUDIT.
           OPEN INPUT OLD-PRICE-AUDIT-FILE
           IF NOT OLD-PRICE-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD PRICE LOAD '
                       'AUDIT FILE - STATUS ' WS-OLD-PRICE-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRICE-AUDIT-FILE
           IF NOT PRICE-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW PRICE LOAD '
                       'AUDIT FILE - STATUS ' WS-PRICE-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-PRICE-AUDIT-EOF
               READ OLD-PRICE-AUDIT-FILE INTO OLD-MAINT-AUDIT-RECORD
                   AT END SET OLD-PRICE-AUDIT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-PRICE-AUDIT-EOF
                       CONTINUE
                   WHEN NOT OLD-PRICE-AUDIT-OK
                       DISPLAY 'DFH0XCCV: OLD PRICE LOAD AUDIT '
                               'READ FAILED - STATUS '
                               WS-OLD-PRICE-AUDIT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-PRICE-AUDIT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-PAUD-READ
                       PERFORM CONVERT-PRICE-AUDIT-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-PRICE-AUDIT-FILE
           CLOSE PRICE-AUDIT-FILE
           EXIT.

        CONVERT-PRICE-AUDIT-RECORD.
           PERFORM BUILD-MAINT-AUDIT-RECORD
           WRITE PRICE-AUDIT-RECORD FROM MAINT-AUDIT-RECORD
           IF NOT PRICE-AUDIT-OK
               ADD 1 TO WS-IN-PAUD-REJECTED
               MOVE 'PRCAUDT' TO EL-FILE
               MOVE OMA-STAMP TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-PRICE-AUDIT-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-PAUD-WRITTEN
           IF OMA-TASKNUM NUMERIC
               ADD OMA-TASKNUM TO WS-IN-PAUD-HASH
           END-IF
           EXIT.

      *    Build the wider audit record in MAINT-AUDIT-RECORD from the
      *    old one in OLD-MAINT-AUDIT-RECORD
        BUILD-MAINT-AUDIT-RECORD.
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE OMA-STAMP TO MA-STAMP
           MOVE OMA-USER-PART TO MA-USER-PART
           MOVE OMA-TASKNUM TO MA-TASKNUM
           MOVE OMA-ACTION-PART TO MA-ACTION-PART
           MOVE OMA-OLD-IMAGE TO WS-OLD-AUDIT-IMAGE
           PERFORM CONVERT-AUDIT-IMAGE
           MOVE WS-AUDIT-IMAGE TO MA-OLD-IMAGE
           MOVE ' NEW=' TO MA-NEW-TAG
           MOVE OMA-NEW-IMAGE TO WS-OLD-AUDIT-IMAGE
           PERFORM CONVERT-AUDIT-IMAGE
           MOVE WS-AUDIT-IMAGE TO MA-NEW-IMAGE
           EXIT.

      *    An image that is an old catalog record is laid out again as
      *    a new one, its cost converted the way the catalog's is - a
      *    cost that is not a valid amount shows as zero. Anything
      *    else ('** NEW ITEM **', spaces) is carried as it stands
        CONVERT-AUDIT-IMAGE.
           IF OAI-ITEM-REF NOT NUMERIC OR
              OAI-STOCK NOT NUMERIC OR
              OAI-ON-ORDER NOT NUMERIC
               MOVE WS-OLD-AUDIT-IMAGE TO WS-AUDIT-IMAGE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-COST-NUMERIC
           IF FUNCTION TEST-NUMVAL(OAI-COST) EQUAL ZERO
               COMPUTE WS-COST-VALUE = FUNCTION NUMVAL(OAI-COST)
               IF WS-COST-VALUE NOT LESS THAN ZERO AND
                  WS-COST-VALUE LESS THAN 1000
                   MOVE WS-COST-VALUE TO WS-COST-NUMERIC
               END-IF
           END-IF

           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE OAI-ITEM-REF TO AI-ITEM-REF
           MOVE OAI-DESCRIPTION TO AI-DESCRIPTION
           MOVE OAI-DEPARTMENT TO AI-DEPARTMENT
           MOVE WS-COST-NUMERIC TO AI-COST
           MOVE OAI-STOCK TO AI-STOCK
           MOVE OAI-ON-ORDER TO AI-ON-ORDER
           EXIT.

      *================================================================*
      * Convert the configuration audit trail (TDQ CFGA). Each record *
      * is carried across as it stands with the signed-on user field  *
      * added as spaces - the user was not captured when it was       *
      * written                                                       *
      *================================================================*
        CONVERT-CONFIG-AUDIT.
           OPEN INPUT OLD-CONFIG-AUDIT-FILE
           IF NOT OLD-CONFIG-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN OLD CONFIGURATION '
                       'AUDIT FILE - STATUS '
                       WS-OLD-CONFIG-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONFIG-AUDIT-FILE
           IF NOT CONFIG-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO OPEN NEW CONFIGURATION '
                       'AUDIT FILE - STATUS ' WS-CONFIG-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-CONFIG-AUDIT-EOF
               READ OLD-CONFIG-AUDIT-FILE
                   AT END SET OLD-CONFIG-AUDIT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN OLD-CONFIG-AUDIT-EOF
                       CONTINUE
                   WHEN NOT OLD-CONFIG-AUDIT-OK
                       DISPLAY 'DFH0XCCV: OLD CONFIGURATION AUDIT '
                               'READ FAILED - STATUS '
                               WS-OLD-CONFIG-AUDIT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET OLD-CONFIG-AUDIT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-IN-CFGA-READ
                       PERFORM CONVERT-CFGA-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE OLD-CONFIG-AUDIT-FILE
           CLOSE CONFIG-AUDIT-FILE
           EXIT.

        CONVERT-CFGA-RECORD.
           MOVE OAM-STAMP TO AM-STAMP
           MOVE OAM-TERM-PART TO AM-TERM-PART
           MOVE OAM-TASKNUM TO AM-TASKNUM
           MOVE OAM-CHANGE TO AM-CHANGE
           MOVE ' USER=' TO AM-USER-TAG
           MOVE SPACES TO AM-USERID
           WRITE CONFIG-AUDIT-RECORD
           IF NOT CONFIG-AUDIT-OK
               ADD 1 TO WS-IN-CFGA-REJECTED
               MOVE 'CFGA' TO EL-FILE
               MOVE OAM-STAMP TO EL-KEY
               MOVE SPACES TO EL-REASON
               STRING 'WRITE FAILED - STATUS ' WS-CONFIG-AUDIT-STATUS
                   DELIMITED BY SIZE INTO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-CFGA-WRITTEN
           IF OAM-TASKNUM NUMERIC
               ADD OAM-TASKNUM TO WS-IN-CFGA-HASH
           END-IF
           EXIT.

      *================================================================*
      * Read each new file back in full and take its count and       *
      * totals from the records as they now stand on it               *
      *================================================================*
        VERIFY-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW CATALOG FILE - '
                       'STATUS ' WS-CATALOG-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATALOG-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END SET CATALOG-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN CATALOG-EOF
                       CONTINUE
                   WHEN NOT CATALOG-OK
                       DISPLAY 'DFH0XCCV: NEW CATALOG READ FAILED - '
                               'STATUS ' WS-CATALOG-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET CATALOG-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-CAT-READ
                       ADD CAT-ITEM-REF TO WS-OUT-CAT-HASH
                       ADD CAT-STOCK TO WS-OUT-CAT-STOCK
                       ADD CAT-ON-ORDER TO WS-OUT-CAT-ON-ORDER
                       COMPUTE WS-OUT-CAT-VALUE =
                           WS-OUT-CAT-VALUE + CAT-COST * CAT-STOCK
               END-EVALUATE
           END-PERFORM
           CLOSE CATALOG-FILE
           EXIT.

        VERIFY-LOCATIONS.
           OPEN INPUT LOCATION-FILE
           IF NOT LOCATION-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW STOCK LOCATION '
                       'FILE - STATUS ' WS-LOCATION-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOCATION-EOF
               READ LOCATION-FILE NEXT RECORD
                   AT END SET LOCATION-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN LOCATION-EOF
                       CONTINUE
                   WHEN NOT LOCATION-OK
                       DISPLAY 'DFH0XCCV: NEW STOCK LOCATION READ '
                               'FAILED - STATUS ' WS-LOCATION-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET LOCATION-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-STKL-READ
                       ADD STKL-ITEM-REF TO WS-OUT-STKL-HASH
                       ADD STKL-QUANTITY TO WS-OUT-STKL-QUANTITY
               END-EVALUATE
           END-PERFORM
           CLOSE LOCATION-FILE
           EXIT.

        VERIFY-ITEM-STATUS.
           OPEN INPUT STATUS-FILE
           IF NOT STATUS-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW ITEM STATUS '
                       'FILE - STATUS ' WS-STATUS-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STATUS-EOF
               READ STATUS-FILE NEXT RECORD
                   AT END SET STATUS-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN STATUS-EOF
                       CONTINUE
                   WHEN NOT STATUS-OK
                       DISPLAY 'DFH0XCCV: NEW ITEM STATUS READ '
                               'FAILED - STATUS ' WS-STATUS-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET STATUS-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-ITST-READ
                       ADD ITST-ITEM-REF TO WS-OUT-ITST-HASH
                       ADD ITST-REPLACEMENT-REF
                           TO WS-OUT-ITST-REPL-HASH
               END-EVALUATE
           END-PERFORM
           CLOSE STATUS-FILE
           EXIT.

        VERIFY-PURCHASE-ORDERS.
           OPEN INPUT PORDER-FILE
           IF NOT PORDER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW PURCHASE ORDER '
                       'FILE - STATUS ' WS-PORDER-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PORDER-EOF
               READ PORDER-FILE NEXT RECORD
                   AT END SET PORDER-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN PORDER-EOF
                       CONTINUE
                   WHEN NOT PORDER-OK
                       DISPLAY 'DFH0XCCV: NEW PURCHASE ORDER READ '
                               'FAILED - STATUS ' WS-PORDER-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET PORDER-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-PORD-READ
                       ADD PORD-ITEM-REF TO WS-OUT-PORD-HASH
                       ADD PORD-QUANTITY TO WS-OUT-PORD-QUANTITY
                       IF PORD-QTY-RECEIVED NUMERIC
                           ADD PORD-QTY-RECEIVED
                               TO WS-OUT-PORD-RECEIVED
                       END-IF
                       ADD PORD-QTY-INVOICED TO WS-OUT-PORD-INVOICED
               END-EVALUATE
           END-PERFORM
           CLOSE PORDER-FILE
           EXIT.

        VERIFY-ORDER-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW ORDER HISTORY '
                       'FILE - STATUS ' WS-HISTORY-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END SET HISTORY-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN HISTORY-EOF
                       CONTINUE
                   WHEN NOT HISTORY-OK
                       DISPLAY 'DFH0XCCV: NEW ORDER HISTORY '
                               'READ FAILED - STATUS '
                               WS-HISTORY-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET HISTORY-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-OHST-READ
                       ADD ORDH-ITEM-REF-NUMBER TO WS-OUT-OHST-HASH
                       IF ORDH-QUANTITY-REQ NUMERIC
                           ADD ORDH-QUANTITY-REQ TO WS-OUT-OHST-QUANTITY
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT.

        VERIFY-HISTORY-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCHIVE-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW ORDER HISTORY '
                       'ARCHIVE FILE - STATUS ' WS-ARCHIVE-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARCHIVE-EOF
               READ ARCHIVE-FILE INTO ORDER-HISTORY-RECORD
                   AT END SET ARCHIVE-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN ARCHIVE-EOF
                       CONTINUE
                   WHEN NOT ARCHIVE-OK
                       DISPLAY 'DFH0XCCV: NEW ORDER HISTORY '
                               'ARCHIVE READ FAILED - STATUS '
                               WS-ARCHIVE-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET ARCHIVE-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-ARCH-READ
                       ADD ORDH-ITEM-REF-NUMBER TO WS-OUT-ARCH-HASH
                       IF ORDH-QUANTITY-REQ NUMERIC
                           ADD ORDH-QUANTITY-REQ TO WS-OUT-ARCH-QUANTITY
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE ARCHIVE-FILE
           EXIT.

        VERIFY-STOCK-LOTS.
           OPEN INPUT LOT-FILE
           IF NOT LOT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW STOCK LOT '
                       'FILE - STATUS ' WS-LOT-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOT-EOF
               READ LOT-FILE NEXT RECORD
                   AT END SET LOT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN LOT-EOF
                       CONTINUE
                   WHEN NOT LOT-OK
                       DISPLAY 'DFH0XCCV: NEW STOCK LOT '
                               'READ FAILED - STATUS '
                               WS-LOT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET LOT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-LOT-READ
                       ADD LOT-ITEM-REF TO WS-OUT-LOT-HASH
                       ADD LOT-QUANTITY TO WS-OUT-LOT-QUANTITY
               END-EVALUATE
           END-PERFORM
           CLOSE LOT-FILE
           EXIT.

        VERIFY-SUBSTITUTES.
           OPEN INPUT SUBST-FILE
           IF NOT SUBST-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW SUBSTITUTION '
                       'FILE - STATUS ' WS-SUBST-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SUBST-EOF
               READ SUBST-FILE NEXT RECORD
                   AT END SET SUBST-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN SUBST-EOF
                       CONTINUE
                   WHEN NOT SUBST-OK
                       DISPLAY 'DFH0XCCV: NEW SUBSTITUTION '
                               'READ FAILED - STATUS '
                               WS-SUBST-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET SUBST-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-SUBT-READ
                       ADD SUBT-ITEM-REF TO WS-OUT-SUBT-HASH
                       ADD SUBT-SUBST-REF TO WS-OUT-SUBT-SUBST-HASH
               END-EVALUATE
           END-PERFORM
           CLOSE SUBST-FILE
           EXIT.

        VERIFY-SUBST-COUNTS.
           OPEN INPUT COUNT-FILE
           IF NOT COUNT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW SUBSTITUTION '
                       'COUNT FILE - STATUS ' WS-COUNT-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COUNT-EOF
               READ COUNT-FILE NEXT RECORD
                   AT END SET COUNT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN COUNT-EOF
                       CONTINUE
                   WHEN NOT COUNT-OK
                       DISPLAY 'DFH0XCCV: NEW SUBSTITUTION '
                               'COUNT READ FAILED - STATUS '
                               WS-COUNT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET COUNT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-SBCT-READ
                       ADD SBCT-ITEM-REF TO WS-OUT-SBCT-HASH
                       ADD SBCT-SUBST-REF TO WS-OUT-SBCT-SUBST-HASH
                       IF SBCT-ACCEPTED-COUNT NUMERIC
                           ADD SBCT-ACCEPTED-COUNT
                               TO WS-OUT-SBCT-ACCEPTED
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE COUNT-FILE
           EXIT.

        VERIFY-PICK-REQUESTS.
           OPEN INPUT PICK-FILE
           IF NOT PICK-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW PICK REQUEST '
                       'FILE - STATUS ' WS-PICK-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PICK-EOF
               READ PICK-FILE NEXT RECORD
                   AT END SET PICK-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN PICK-EOF
                       CONTINUE
                   WHEN NOT PICK-OK
                       DISPLAY 'DFH0XCCV: NEW PICK REQUEST '
                               'READ FAILED - STATUS '
                               WS-PICK-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET PICK-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-PICK-READ
                       ADD PICK-ITEM-REF TO WS-OUT-PICK-HASH
                       IF PICK-QUANTITY NUMERIC
                           ADD PICK-QUANTITY TO WS-OUT-PICK-QUANTITY
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE PICK-FILE
           EXIT.

        VERIFY-TRANSFERS.
           OPEN INPUT TRANSFER-FILE
           IF NOT TRANSFER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW STOCK TRANSFER '
                       'FILE - STATUS ' WS-TRANSFER-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRANSFER-EOF
               READ TRANSFER-FILE NEXT RECORD
                   AT END SET TRANSFER-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN TRANSFER-EOF
                       CONTINUE
                   WHEN NOT TRANSFER-OK
                       DISPLAY 'DFH0XCCV: NEW STOCK TRANSFER '
                               'READ FAILED - STATUS '
                               WS-TRANSFER-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET TRANSFER-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-TRF-READ
                       ADD TRF-ITEM-REF TO WS-OUT-TRF-HASH
                       ADD TRF-QUANTITY TO WS-OUT-TRF-QUANTITY
               END-EVALUATE
           END-PERFORM
           CLOSE TRANSFER-FILE
           EXIT.

        VERIFY-STANDING-ORDERS.
           OPEN INPUT STANDING-FILE
           IF NOT STANDING-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW STANDING ORDER '
                       'FILE - STATUS ' WS-STANDING-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STANDING-EOF
               READ STANDING-FILE NEXT RECORD
                   AT END SET STANDING-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN STANDING-EOF
                       CONTINUE
                   WHEN NOT STANDING-OK
                       DISPLAY 'DFH0XCCV: NEW STANDING ORDER '
                               'READ FAILED - STATUS '
                               WS-STANDING-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET STANDING-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-SORD-READ
                       ADD SORD-ITEM-REF TO WS-OUT-SORD-HASH
                       IF SORD-QUANTITY NUMERIC
                           ADD SORD-QUANTITY TO WS-OUT-SORD-QUANTITY
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE STANDING-FILE
           EXIT.

        VERIFY-PRICE-HISTORY.
           OPEN INPUT PRICE-HISTORY-FILE
           IF NOT PRICE-HIST-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW PRICE HISTORY '
                       'FILE - STATUS ' WS-PRICE-HIST-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRICE-HIST-EOF
               READ PRICE-HISTORY-FILE NEXT RECORD
                   AT END SET PRICE-HIST-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN PRICE-HIST-EOF
                       CONTINUE
                   WHEN NOT PRICE-HIST-OK
                       DISPLAY 'DFH0XCCV: NEW PRICE HISTORY '
                               'READ FAILED - STATUS '
                               WS-PRICE-HIST-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET PRICE-HIST-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-PRCH-READ
                       ADD PRCH-ITEM-REF TO WS-OUT-PRCH-HASH
               END-EVALUATE
           END-PERFORM
           CLOSE PRICE-HISTORY-FILE
           EXIT.

        VERIFY-REORDER-PARMS.
           OPEN INPUT REORDER-FILE
           IF NOT REORDER-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW REORDER '
                       'PARAMETER FILE - STATUS ' WS-REORDER-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REORDER-EOF
               READ REORDER-FILE NEXT RECORD
                   AT END SET REORDER-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN REORDER-EOF
                       CONTINUE
                   WHEN NOT REORDER-OK
                       DISPLAY 'DFH0XCCV: NEW REORDER '
                               'PARAMETER READ FAILED - STATUS '
                               WS-REORDER-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET REORDER-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-IRP-READ
                       ADD IRP-ITEM-REF TO WS-OUT-IRP-HASH
                       IF IRP-REORDER-POINT NUMERIC
                           ADD IRP-REORDER-POINT
                               TO WS-OUT-IRP-REORDER-POINT
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE REORDER-FILE
           EXIT.

        VERIFY-NOTIFICATIONS.
           OPEN INPUT NOTIFY-FILE
           IF NOT NOTIFY-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW NOTIFICATION '
                       'FILE - STATUS ' WS-NOTIFY-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NOTIFY-EOF
               READ NOTIFY-FILE NEXT RECORD
                   AT END SET NOTIFY-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN NOTIFY-EOF
                       CONTINUE
                   WHEN NOT NOTIFY-OK
                       DISPLAY 'DFH0XCCV: NEW NOTIFICATION '
                               'READ FAILED - STATUS '
                               WS-NOTIFY-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET NOTIFY-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-UNTF-READ
                       ADD UNTF-ITEM-REF TO WS-OUT-UNTF-HASH
                       IF UNTF-QUANTITY NUMERIC
                           ADD UNTF-QUANTITY TO WS-OUT-UNTF-QUANTITY
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE NOTIFY-FILE
           EXIT.

        VERIFY-HELD-PRICES.
           OPEN INPUT HELD-FILE
           IF NOT HELD-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW HELD PRICE '
                       'FILE - STATUS ' WS-HELD-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HELD-EOF
               READ HELD-FILE
                   AT END SET HELD-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN HELD-EOF
                       CONTINUE
                   WHEN NOT HELD-OK
                       DISPLAY 'DFH0XCCV: NEW HELD PRICE '
                               'READ FAILED - STATUS '
                               WS-HELD-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET HELD-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-HELD-READ
                       ADD SPL-ITEM-REF TO WS-OUT-HELD-HASH
               END-EVALUATE
           END-PERFORM
           CLOSE HELD-FILE
           EXIT.

        VERIFY-INVOICES.
           OPEN INPUT INVOICE-FILE
           IF NOT INVOICE-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW INVOICE '
                       'FILE - STATUS ' WS-INVOICE-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INVOICE-EOF
               READ INVOICE-FILE
                   AT END SET INVOICE-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN INVOICE-EOF
                       CONTINUE
                   WHEN NOT INVOICE-OK
                       DISPLAY 'DFH0XCCV: NEW INVOICE '
                               'READ FAILED - STATUS '
                               WS-INVOICE-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET INVOICE-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-INVC-READ
                       ADD INV-ITEM-REF TO WS-OUT-INVC-HASH
                       IF INV-QUANTITY NUMERIC
                           ADD INV-QUANTITY TO WS-OUT-INVC-QUANTITY
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE INVOICE-FILE
           EXIT.

        VERIFY-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW MAINTENANCE '
                       'AUDIT FILE - STATUS ' WS-MAINT-AUDIT-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MAINT-AUDIT-EOF
               READ MAINT-AUDIT-FILE
                   AT END SET MAINT-AUDIT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN MAINT-AUDIT-EOF
                       CONTINUE
                   WHEN NOT MAINT-AUDIT-OK
                       DISPLAY 'DFH0XCCV: NEW MAINTENANCE AUDIT '
                               'READ FAILED - STATUS '
                               WS-MAINT-AUDIT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET MAINT-AUDIT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-CMTA-READ
                       IF MA-TASKNUM NUMERIC
                           ADD MA-TASKNUM TO WS-OUT-CMTA-HASH
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE
           EXIT.

        VERIFY-PRICE-AUDIT.
           OPEN INPUT PRICE-AUDIT-FILE
           IF NOT PRICE-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW PRICE LOAD '
                       'AUDIT FILE - STATUS ' WS-PRICE-AUDIT-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRICE-AUDIT-EOF
               READ PRICE-AUDIT-FILE INTO MAINT-AUDIT-RECORD
                   AT END SET PRICE-AUDIT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN PRICE-AUDIT-EOF
                       CONTINUE
                   WHEN NOT PRICE-AUDIT-OK
                       DISPLAY 'DFH0XCCV: NEW PRICE LOAD AUDIT '
                               'READ FAILED - STATUS '
                               WS-PRICE-AUDIT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET PRICE-AUDIT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-PAUD-READ
                       IF MA-TASKNUM NUMERIC
                           ADD MA-TASKNUM TO WS-OUT-PAUD-HASH
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE PRICE-AUDIT-FILE
           EXIT.

        VERIFY-CONFIG-AUDIT.
           OPEN INPUT CONFIG-AUDIT-FILE
           IF NOT CONFIG-AUDIT-OK
               DISPLAY 'DFH0XCCV: UNABLE TO REOPEN NEW CONFIGURATION '
                       'AUDIT FILE - STATUS ' WS-CONFIG-AUDIT-STATUS
               SET TOTALS-DISAGREE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONFIG-AUDIT-EOF
               READ CONFIG-AUDIT-FILE
                   AT END SET CONFIG-AUDIT-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN CONFIG-AUDIT-EOF
                       CONTINUE
                   WHEN NOT CONFIG-AUDIT-OK
                       DISPLAY 'DFH0XCCV: NEW CONFIGURATION AUDIT '
                               'READ FAILED - STATUS '
                               WS-CONFIG-AUDIT-STATUS
                       SET TOTALS-DISAGREE TO TRUE
                       SET CONFIG-AUDIT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-OUT-CFGA-READ
                       IF AM-TASKNUM NUMERIC
                           ADD AM-TASKNUM TO WS-OUT-CFGA-HASH
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE CONFIG-AUDIT-FILE
           EXIT.

      *================================================================*
      * Print the counts and control totals for each file. Every     *
      * record read must have been written or listed as left out, and *
      * every record written must be on the new file with the same    *
      * totals the old file gave                                      *
      *================================================================*
        WRITE-CONTROL-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'CATALOG FILE' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE 'RECORDS READ' TO CL-LABEL
           MOVE WS-IN-CAT-READ TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS LEFT OUT' TO CL-LABEL
           MOVE WS-IN-CAT-REJECTED TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'COSTS CONVERTED AS ZERO' TO CL-LABEL
           MOVE WS-IN-CAT-BAD-COST TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS READ LESS LEFT OUT' TO WS-CMP-LABEL
           COMPUTE WS-CMP-IN = WS-IN-CAT-READ - WS-IN-CAT-REJECTED
           MOVE WS-OUT-CAT-READ TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-CAT-HASH TO WS-CMP-IN
           MOVE WS-OUT-CAT-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'STOCK' TO WS-CMP-LABEL
           MOVE WS-IN-CAT-STOCK TO WS-CMP-IN
           MOVE WS-OUT-CAT-STOCK TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'ON ORDER' TO WS-CMP-LABEL
           MOVE WS-IN-CAT-ON-ORDER TO WS-CMP-IN
           MOVE WS-OUT-CAT-ON-ORDER TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'STOCK VALUE AT COST' TO WS-CMP-LABEL
           MOVE WS-IN-CAT-VALUE TO WS-CMP-IN
           MOVE WS-OUT-CAT-VALUE TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'STOCK LOCATION FILE (EXSTKLOC)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE 'RECORDS READ' TO CL-LABEL
           MOVE WS-IN-STKL-READ TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS LEFT OUT' TO CL-LABEL
           MOVE WS-IN-STKL-REJECTED TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS READ LESS LEFT OUT' TO WS-CMP-LABEL
           COMPUTE WS-CMP-IN = WS-IN-STKL-READ - WS-IN-STKL-REJECTED
           MOVE WS-OUT-STKL-READ TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-STKL-HASH TO WS-CMP-IN
           MOVE WS-OUT-STKL-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-STKL-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-STKL-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'ITEM LIFECYCLE STATUS FILE (EXITMSTA)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE 'RECORDS READ' TO CL-LABEL
           MOVE WS-IN-ITST-READ TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS LEFT OUT' TO CL-LABEL
           MOVE WS-IN-ITST-REJECTED TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS READ LESS LEFT OUT' TO WS-CMP-LABEL
           COMPUTE WS-CMP-IN = WS-IN-ITST-READ - WS-IN-ITST-REJECTED
           MOVE WS-OUT-ITST-READ TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-ITST-HASH TO WS-CMP-IN
           MOVE WS-OUT-ITST-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'REPLACEMENT ITEM HASH' TO WS-CMP-LABEL
           MOVE WS-IN-ITST-REPL-HASH TO WS-CMP-IN
           MOVE WS-OUT-ITST-REPL-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL

           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'PURCHASE ORDER FILE (EXPOFILE)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE 'RECORDS READ' TO CL-LABEL
           MOVE WS-IN-PORD-READ TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS LEFT OUT' TO CL-LABEL
           MOVE WS-IN-PORD-REJECTED TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS READ LESS LEFT OUT' TO WS-CMP-LABEL
           COMPUTE WS-CMP-IN = WS-IN-PORD-READ - WS-IN-PORD-REJECTED
           MOVE WS-OUT-PORD-READ TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-PORD-HASH TO WS-CMP-IN
           MOVE WS-OUT-PORD-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY ORDERED' TO WS-CMP-LABEL
           MOVE WS-IN-PORD-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-PORD-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY RECEIVED' TO WS-CMP-LABEL
           MOVE WS-IN-PORD-RECEIVED TO WS-CMP-IN
           MOVE WS-OUT-PORD-RECEIVED TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'MATCHED INVOICE LINES READ' TO CL-LABEL
           MOVE WS-IN-MTCH-READ TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'MATCHED LINES NOT APPLIED' TO CL-LABEL
           MOVE WS-IN-MTCH-REJECTED TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'QUANTITY INVOICED' TO WS-CMP-LABEL
           MOVE WS-IN-PORD-INVOICED TO WS-CMP-IN
           MOVE WS-OUT-PORD-INVOICED TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL

      *    A record left out of any file is itself a failed run
           IF WS-IN-CAT-REJECTED GREATER THAN ZERO OR
              WS-IN-STKL-REJECTED GREATER THAN ZERO OR
              WS-IN-ITST-REJECTED GREATER THAN ZERO OR
              WS-IN-PORD-REJECTED GREATER THAN ZERO OR
              WS-IN-MTCH-REJECTED GREATER THAN ZERO
               SET TOTALS-DISAGREE TO TRUE
           END-IF
           EXIT.

        WRITE-HISTORY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'ORDER HISTORY FILE (EXORDHST)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-OHST-READ TO WS-CMP-READ
           MOVE WS-IN-OHST-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-OHST-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-OHST-HASH TO WS-CMP-IN
           MOVE WS-OUT-OHST-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-OHST-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-OHST-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-ARCHIVE-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'ORDER HISTORY ARCHIVE' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-ARCH-READ TO WS-CMP-READ
           MOVE WS-IN-ARCH-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-ARCH-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-ARCH-HASH TO WS-CMP-IN
           MOVE WS-OUT-ARCH-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-ARCH-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-ARCH-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-LOT-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'STOCK LOT FILE (EXSTKLOT)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-LOT-READ TO WS-CMP-READ
           MOVE WS-IN-LOT-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-LOT-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-LOT-HASH TO WS-CMP-IN
           MOVE WS-OUT-LOT-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-LOT-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-LOT-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-SUBST-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'ITEM SUBSTITUTION FILE (EXITMSUB)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-SUBT-READ TO WS-CMP-READ
           MOVE WS-IN-SUBT-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-SUBT-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-SUBT-HASH TO WS-CMP-IN
           MOVE WS-OUT-SUBT-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'SUBSTITUTE ITEM HASH' TO WS-CMP-LABEL
           MOVE WS-IN-SUBT-SUBST-HASH TO WS-CMP-IN
           MOVE WS-OUT-SUBT-SUBST-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-COUNT-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'SUBSTITUTION COUNT FILE (EXSUBCNT)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-SBCT-READ TO WS-CMP-READ
           MOVE WS-IN-SBCT-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-SBCT-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-SBCT-HASH TO WS-CMP-IN
           MOVE WS-OUT-SBCT-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'SUBSTITUTE ITEM HASH' TO WS-CMP-LABEL
           MOVE WS-IN-SBCT-SUBST-HASH TO WS-CMP-IN
           MOVE WS-OUT-SBCT-SUBST-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'SUBSTITUTES ACCEPTED' TO WS-CMP-LABEL
           MOVE WS-IN-SBCT-ACCEPTED TO WS-CMP-IN
           MOVE WS-OUT-SBCT-ACCEPTED TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-PICK-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'PICK REQUEST FILE (EXPICKRQ)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-PICK-READ TO WS-CMP-READ
           MOVE WS-IN-PICK-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-PICK-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-PICK-HASH TO WS-CMP-IN
           MOVE WS-OUT-PICK-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-PICK-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-PICK-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-TRANSFER-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'STOCK TRANSFER FILE (EXSTKTRF)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-TRF-READ TO WS-CMP-READ
           MOVE WS-IN-TRF-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-TRF-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-TRF-HASH TO WS-CMP-IN
           MOVE WS-OUT-TRF-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-TRF-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-TRF-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-STANDING-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'STANDING ORDER FILE (EXSTDORD)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-SORD-READ TO WS-CMP-READ
           MOVE WS-IN-SORD-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-SORD-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-SORD-HASH TO WS-CMP-IN
           MOVE WS-OUT-SORD-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-SORD-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-SORD-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-PRICE-HIST-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'PRICE CHANGE HISTORY FILE (EXPRCHST)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-PRCH-READ TO WS-CMP-READ
           MOVE WS-IN-PRCH-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-PRCH-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-PRCH-HASH TO WS-CMP-IN
           MOVE WS-OUT-PRCH-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-REORDER-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'ITEM REORDER PARAMETER FILE (EXREORD)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-IRP-READ TO WS-CMP-READ
           MOVE WS-IN-IRP-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-IRP-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-IRP-HASH TO WS-CMP-IN
           MOVE WS-OUT-IRP-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'REORDER POINT' TO WS-CMP-LABEL
           MOVE WS-IN-IRP-REORDER-POINT TO WS-CMP-IN
           MOVE WS-OUT-IRP-REORDER-POINT TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-NOTIFY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'USER NOTIFICATION FILE (EXUSRNTF)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-UNTF-READ TO WS-CMP-READ
           MOVE WS-IN-UNTF-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-UNTF-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-UNTF-HASH TO WS-CMP-IN
           MOVE WS-OUT-UNTF-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-UNTF-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-UNTF-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-HELD-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'HELD PRICE CHANGE FILE (PRCHELD)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-HELD-READ TO WS-CMP-READ
           MOVE WS-IN-HELD-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-HELD-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-HELD-HASH TO WS-CMP-IN
           MOVE WS-OUT-HELD-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-INVOICE-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'SUPPLIER INVOICE LINES (INVOICES)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-INVC-READ TO WS-CMP-READ
           MOVE WS-IN-INVC-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-INVC-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'ITEM REFERENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-INVC-HASH TO WS-CMP-IN
           MOVE WS-OUT-INVC-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           MOVE 'QUANTITY' TO WS-CMP-LABEL
           MOVE WS-IN-INVC-QUANTITY TO WS-CMP-IN
           MOVE WS-OUT-INVC-QUANTITY TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-MAINT-AUDIT-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'CATALOG MAINTENANCE AUDIT (CMTA)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-CMTA-READ TO WS-CMP-READ
           MOVE WS-IN-CMTA-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-CMTA-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'TASK NUMBER HASH' TO WS-CMP-LABEL
           MOVE WS-IN-CMTA-HASH TO WS-CMP-IN
           MOVE WS-OUT-CMTA-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-PRICE-AUDIT-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'PRICE LOAD AUDIT (PRCAUDT)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-PAUD-READ TO WS-CMP-READ
           MOVE WS-IN-PAUD-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-PAUD-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'CHANGE SEQUENCE HASH' TO WS-CMP-LABEL
           MOVE WS-IN-PAUD-HASH TO WS-CMP-IN
           MOVE WS-OUT-PAUD-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

        WRITE-CONFIG-AUDIT-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'CONFIGURATION AUDIT (CFGA)' TO SL-TITLE
           PERFORM WRITE-FILE-HEADING
           MOVE WS-IN-CFGA-READ TO WS-CMP-READ
           MOVE WS-IN-CFGA-REJECTED TO WS-CMP-LEFT-OUT
           MOVE WS-OUT-CFGA-READ TO WS-CMP-OUT
           PERFORM COMPARE-RECORD-COUNTS
           MOVE 'TASK NUMBER HASH' TO WS-CMP-LABEL
           MOVE WS-IN-CFGA-HASH TO WS-CMP-IN
           MOVE WS-OUT-CFGA-HASH TO WS-CMP-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           EXIT.

      *    One file's record counts. Every record read must have been
      *    written or listed as left out, and a record left out is
      *    itself a failed run
        COMPARE-RECORD-COUNTS.
           MOVE 'RECORDS READ' TO CL-LABEL
           MOVE WS-CMP-READ TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS LEFT OUT' TO CL-LABEL
           MOVE WS-CMP-LEFT-OUT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS READ LESS LEFT OUT' TO WS-CMP-LABEL
           COMPUTE WS-CMP-IN = WS-CMP-READ - WS-CMP-LEFT-OUT
           PERFORM COMPARE-CONTROL-TOTAL
           IF WS-CMP-LEFT-OUT GREATER THAN ZERO
               SET TOTALS-DISAGREE TO TRUE
           END-IF
           EXIT.

        WRITE-FILE-HEADING.
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           EXIT.

        COMPARE-CONTROL-TOTAL.
           MOVE WS-CMP-LABEL TO TL-LABEL
           MOVE WS-CMP-IN TO TL-IN
           MOVE WS-CMP-OUT TO TL-OUT
           IF WS-CMP-IN EQUAL WS-CMP-OUT
               MOVE 'AGREE' TO TL-RESULT
           ELSE
               MOVE 'DIFFER' TO TL-RESULT
               SET TOTALS-DISAGREE TO TRUE
           END-IF
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           EXIT.

        WRITE-RUN-RESULT.
           EVALUATE TRUE
               WHEN TOTALS-DISAGREE
                   MOVE 'CONVERSION FAILED - NEW FILES NOT TO BE USED'
                       TO RL-RESULT
               WHEN BAD-COST-SEEN
                   MOVE 'CONVERTED - LISTED ITEMS NEED THEIR COST SET'
                       TO RL-RESULT
               WHEN OTHER
                   MOVE 'CONVERTED - ALL COUNTS AND TOTALS AGREE'
                       TO RL-RESULT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-RESULT-LINE
           DISPLAY 'DFH0XCCV: ' RL-RESULT
           EXIT.
