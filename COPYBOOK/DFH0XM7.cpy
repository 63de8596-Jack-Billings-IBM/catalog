      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XM7                                   *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Symbolic map for the EXSUPL (DFH0XS7) map  *
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
      *      BMS generated symbolic map for the EXSUPL map (mapset     *
      *      DFH0XS7) used by the supplier maintenance program         *
      *      DFH0XCSU to show and update the EXSUPPLR supplier         *
      *      records and set an item's preferred supplier.             *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XM7),COMP(SAMPLES),PROD(CICS TS ):               *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SUPPLIER MASTER FILE        *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM FIELD WIDENED TO 8     *
      *                                                                *
      ******************************************************************
       01  EXSUPLI.
           02  FILLER                  PIC X(12).
           02  SUPCDL                  COMP PIC S9(4).
           02  SUPCDF                  PIC X.
           02  FILLER REDEFINES SUPCDF.
               03  SUPCDA              PIC X.
           02  SUPCDI                  PIC X(6).
           02  SUPACTL                 COMP PIC S9(4).
           02  SUPACTF                 PIC X.
           02  FILLER REDEFINES SUPACTF.
               03  SUPACTA             PIC X.
           02  SUPACTI                 PIC X(1).
           02  SUPNML                  COMP PIC S9(4).
           02  SUPNMF                  PIC X.
           02  FILLER REDEFINES SUPNMF.
               03  SUPNMA              PIC X.
           02  SUPNMI                  PIC X(25).
           02  SUPCONL                 COMP PIC S9(4).
           02  SUPCONF                 PIC X.
           02  FILLER REDEFINES SUPCONF.
               03  SUPCONA             PIC X.
           02  SUPCONI                 PIC X(20).
           02  SUPLEADL                COMP PIC S9(4).
           02  SUPLEADF                PIC X.
           02  FILLER REDEFINES SUPLEADF.
               03  SUPLEADA            PIC X.
           02  SUPLEADI                PIC X(3).
           02  SUPSTAL                 COMP PIC S9(4).
           02  SUPSTAF                 PIC X.
           02  FILLER REDEFINES SUPSTAF.
               03  SUPSTAA             PIC X.
           02  SUPSTAI                 PIC X(1).
           02  SITEML                  COMP PIC S9(4).
           02  SITEMF                  PIC X.
           02  FILLER REDEFINES SITEMF.
               03  SITEMA              PIC X.
           02  SITEMI                  PIC X(8).
           02  SMSGL                   COMP PIC S9(4).
           02  SMSGF                   PIC X.
           02  FILLER REDEFINES SMSGF.
               03  SMSGA               PIC X.
           02  SMSGI                   PIC X(60).
       01  EXSUPLO REDEFINES EXSUPLI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(2).
           02  SUPCDO                  PIC X(6).
           02  FILLER                  PIC X(2).
           02  SUPACTO                 PIC X(1).
           02  FILLER                  PIC X(2).
           02  SUPNMO                  PIC X(25).
           02  FILLER                  PIC X(2).
           02  SUPCONO                 PIC X(20).
           02  FILLER                  PIC X(2).
           02  SUPLEADO                PIC X(3).
           02  FILLER                  PIC X(2).
           02  SUPSTAO                 PIC X(1).
           02  FILLER                  PIC X(2).
           02  SITEMO                  PIC X(8).
           02  FILLER                  PIC X(2).
           02  SMSGO                   PIC X(60).
