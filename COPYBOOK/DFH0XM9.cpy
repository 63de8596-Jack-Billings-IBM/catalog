      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XM9                                   *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Symbolic map for the EXSUBS (DFH0XS9) map  *
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
      *      BMS generated symbolic map for the EXSUBS map (mapset     *
      *      DFH0XS9) used by the item substitution maintenance        *
      *      program DFH0XCSB to show and set the ranked substitutes   *
      *      of a catalog item on the EXITMSUB file.                   *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XM9),COMP(SAMPLES),PROD(CICS TS ):               *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM FIELDS WIDENED TO 8    *
      *                                                                *
      ******************************************************************
       01  EXSUBSI.
           02  FILLER                  PIC X(12).
           02  SBITEML                 COMP PIC S9(4).
           02  SBITEMF                 PIC X.
           02  FILLER REDEFINES SBITEMF.
               03  SBITEMA             PIC X.
           02  SBITEMI                 PIC X(8).
           02  SBACTL                  COMP PIC S9(4).
           02  SBACTF                  PIC X.
           02  FILLER REDEFINES SBACTF.
               03  SBACTA              PIC X.
           02  SBACTI                  PIC X(1).
           02  SBDESCL                 COMP PIC S9(4).
           02  SBDESCF                 PIC X.
           02  FILLER REDEFINES SBDESCF.
               03  SBDESCA             PIC X.
           02  SBDESCI                 PIC X(40).
           02  SBREPLL                 COMP PIC S9(4).
           02  SBREPLF                 PIC X.
           02  FILLER REDEFINES SBREPLF.
               03  SBREPLA             PIC X.
           02  SBREPLI                 PIC X(8).
           02  SB1SUBL                 COMP PIC S9(4).
           02  SB1SUBF                 PIC X.
           02  FILLER REDEFINES SB1SUBF.
               03  SB1SUBA             PIC X.
           02  SB1SUBI                 PIC X(8).
           02  SB1DSCL                 COMP PIC S9(4).
           02  SB1DSCF                 PIC X.
           02  FILLER REDEFINES SB1DSCF.
               03  SB1DSCA             PIC X.
           02  SB1DSCI                 PIC X(40).
           02  SB2SUBL                 COMP PIC S9(4).
           02  SB2SUBF                 PIC X.
           02  FILLER REDEFINES SB2SUBF.
               03  SB2SUBA             PIC X.
           02  SB2SUBI                 PIC X(8).
           02  SB2DSCL                 COMP PIC S9(4).
           02  SB2DSCF                 PIC X.
           02  FILLER REDEFINES SB2DSCF.
               03  SB2DSCA             PIC X.
           02  SB2DSCI                 PIC X(40).
           02  SB3SUBL                 COMP PIC S9(4).
           02  SB3SUBF                 PIC X.
           02  FILLER REDEFINES SB3SUBF.
               03  SB3SUBA             PIC X.
           02  SB3SUBI                 PIC X(8).
           02  SB3DSCL                 COMP PIC S9(4).
           02  SB3DSCF                 PIC X.
           02  FILLER REDEFINES SB3DSCF.
               03  SB3DSCA             PIC X.
           02  SB3DSCI                 PIC X(40).
           02  SB4SUBL                 COMP PIC S9(4).
           02  SB4SUBF                 PIC X.
           02  FILLER REDEFINES SB4SUBF.
               03  SB4SUBA             PIC X.
           02  SB4SUBI                 PIC X(8).
           02  SB4DSCL                 COMP PIC S9(4).
           02  SB4DSCF                 PIC X.
           02  FILLER REDEFINES SB4DSCF.
               03  SB4DSCA             PIC X.
           02  SB4DSCI                 PIC X(40).
           02  SB5SUBL                 COMP PIC S9(4).
           02  SB5SUBF                 PIC X.
           02  FILLER REDEFINES SB5SUBF.
               03  SB5SUBA             PIC X.
           02  SB5SUBI                 PIC X(8).
           02  SB5DSCL                 COMP PIC S9(4).
           02  SB5DSCF                 PIC X.
           02  FILLER REDEFINES SB5DSCF.
               03  SB5DSCA             PIC X.
           02  SB5DSCI                 PIC X(40).
           02  SBMSGL                  COMP PIC S9(4).
           02  SBMSGF                  PIC X.
           02  FILLER REDEFINES SBMSGF.
               03  SBMSGA              PIC X.
           02  SBMSGI                  PIC X(60).
       01  EXSUBSO REDEFINES EXSUBSI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(2).
           02  SBITEMO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SBACTO                  PIC X(1).
           02  FILLER                  PIC X(2).
           02  SBDESCO                 PIC X(40).
           02  FILLER                  PIC X(2).
           02  SBREPLO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SB1SUBO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SB1DSCO                 PIC X(40).
           02  FILLER                  PIC X(2).
           02  SB2SUBO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SB2DSCO                 PIC X(40).
           02  FILLER                  PIC X(2).
           02  SB3SUBO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SB3DSCO                 PIC X(40).
           02  FILLER                  PIC X(2).
           02  SB4SUBO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SB4DSCO                 PIC X(40).
           02  FILLER                  PIC X(2).
           02  SB5SUBO                 PIC X(8).
           02  FILLER                  PIC X(2).
           02  SB5DSCO                 PIC X(40).
           02  FILLER                  PIC X(2).
           02  SBMSGO                  PIC X(60).
