      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XM8                                   *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Symbolic map for the EXSORD (DFH0XS8) map  *
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
      *      BMS generated symbolic map for the EXSORD map (mapset     *
      *      DFH0XS8) used by the standing order maintenance program   *
      *      DFH0XCSO to set up, suspend, resume and cancel the        *
      *      signed-on user's EXSTDORD standing orders.                *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XM8),COMP(SAMPLES),PROD(CICS TS ):               *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : STANDING ORDERS             *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM FIELD WIDENED TO 8     *
      *                                                                *
      ******************************************************************
       01  EXSORDI.
           02  FILLER                  PIC X(12).
           02  SONUML                  COMP PIC S9(4).
           02  SONUMF                  PIC X.
           02  FILLER REDEFINES SONUMF.
               03  SONUMA              PIC X.
           02  SONUMI                  PIC X(2).
           02  SOACTL                  COMP PIC S9(4).
           02  SOACTF                  PIC X.
           02  FILLER REDEFINES SOACTF.
               03  SOACTA              PIC X.
           02  SOACTI                  PIC X(1).
           02  SODEPTL                 COMP PIC S9(4).
           02  SODEPTF                 PIC X.
           02  FILLER REDEFINES SODEPTF.
               03  SODEPTA             PIC X.
           02  SODEPTI                 PIC X(3).
           02  SOITEML                 COMP PIC S9(4).
           02  SOITEMF                 PIC X.
           02  FILLER REDEFINES SOITEMF.
               03  SOITEMA             PIC X.
           02  SOITEMI                 PIC X(8).
           02  SOQTYL                  COMP PIC S9(4).
           02  SOQTYF                  PIC X.
           02  FILLER REDEFINES SOQTYF.
               03  SOQTYA              PIC X.
           02  SOQTYI                  PIC X(3).
           02  SOLOCL                  COMP PIC S9(4).
           02  SOLOCF                  PIC X.
           02  FILLER REDEFINES SOLOCF.
               03  SOLOCA              PIC X.
           02  SOLOCI                  PIC X(2).
           02  SOFREQL                 COMP PIC S9(4).
           02  SOFREQF                 PIC X.
           02  FILLER REDEFINES SOFREQF.
               03  SOFREQA             PIC X.
           02  SOFREQI                 PIC X(1).
           02  SODUEL                  COMP PIC S9(4).
           02  SODUEF                  PIC X.
           02  FILLER REDEFINES SODUEF.
               03  SODUEA              PIC X.
           02  SODUEI                  PIC X(8).
           02  SOENDL                  COMP PIC S9(4).
           02  SOENDF                  PIC X.
           02  FILLER REDEFINES SOENDF.
               03  SOENDA              PIC X.
           02  SOENDI                  PIC X(8).
           02  SOSTATL                 COMP PIC S9(4).
           02  SOSTATF                 PIC X.
           02  FILLER REDEFINES SOSTATF.
               03  SOSTATA             PIC X.
           02  SOSTATI                 PIC X(1).
           02  SOLASTL                 COMP PIC S9(4).
           02  SOLASTF                 PIC X.
           02  FILLER REDEFINES SOLASTF.
               03  SOLASTA             PIC X.
           02  SOLASTI                 PIC X(8).
           02  SORCL                   COMP PIC S9(4).
           02  SORCF                   PIC X.
           02  FILLER REDEFINES SORCF.
               03  SORCA               PIC X.
           02  SORCI                   PIC X(2).
           02  SOORDL                  COMP PIC S9(4).
           02  SOORDF                  PIC X.
           02  FILLER REDEFINES SOORDF.
               03  SOORDA              PIC X.
           02  SOORDI                  PIC X(8).
           02  SOMSGL                  COMP PIC S9(4).
           02  SOMSGF                  PIC X.
           02  FILLER REDEFINES SOMSGF.
               03  SOMSGA              PIC X.
           02  SOMSGI                  PIC X(60).
       01  EXSORDO REDEFINES EXSORDI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(2).
           02  SONUMO                  PIC X(2).
           02  FILLER                  PIC X(2).
           02  SOACTO                  PIC X(1).
           02  FILLER                  PIC X(2).
           02  SODEPTO                 PIC X(3).
           02  FILLER                  PIC X(2).
           02  SOITEMO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SOQTYO                  PIC X(3).
           02  FILLER                  PIC X(2).
           02  SOLOCO                  PIC X(2).
           02  FILLER                  PIC X(2).
           02  SOFREQO                 PIC X(1).
           02  FILLER                  PIC X(2).
           02  SODUEO                  PIC X(8).
           02  FILLER                  PIC X(2).
           02  SOENDO                  PIC X(8).
           02  FILLER                  PIC X(2).
           02  SOSTATO                 PIC X(1).
           02  FILLER                  PIC X(2).
           02  SOLASTO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SORCO                   PIC X(2).
           02  FILLER                  PIC X(2).
           02  SOORDO                  PIC X(8).
           02  FILLER                  PIC X(2).
           02  SOMSGO                  PIC X(60).
