      *-----------------------------------------------------------*
      *  LOSTBRM - Symbolic map of mapset LOSTBRM (bms/LOSTBRM)   *
      *  used by the LBRW browse transaction (program LOSTBRW).   *
      *  Generated by the BMS assembly with DSECT=COBOL : when a  *
      *  field of bms/LOSTBRM.bms changes, reassemble and replace *
      *  this member rather than editing it by hand.              *
      *-----------------------------------------------------------*
       01  LBRCATI.
           02  FILLER PIC X(12).
           02  CDATEL    COMP  PIC  S9(4).
           02  CDATEF    PICTURE X.
           02  FILLER REDEFINES CDATEF.
             03 CDATEA    PICTURE X.
           02  CDATEI  PIC X(8).
           02  CPOSL    COMP  PIC  S9(4).
           02  CPOSF    PICTURE X.
           02  FILLER REDEFINES CPOSF.
             03 CPOSA    PICTURE X.
           02  CPOSI  PIC X(20).
           02  CLIND OCCURS 12 TIMES.
             03  CLINL    COMP  PIC  S9(4).
             03  CLINF    PICTURE X.
             03  FILLER REDEFINES CLINF.
               04 CLINA    PICTURE X.
             03  CLINI  PIC X(79).
           02  CMSGL    COMP  PIC  S9(4).
           02  CMSGF    PICTURE X.
           02  FILLER REDEFINES CMSGF.
             03 CMSGA    PICTURE X.
           02  CMSGI  PIC X(79).
       01  LBRCATO REDEFINES LBRCATI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CPOSO  PIC X(20).
           02  DFHMS1 OCCURS 12 TIMES.
             03  FILLER PICTURE X(3).
             03  CLINO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  CMSGO  PIC X(79).
       01  LBRMSTI.
           02  FILLER PIC X(12).
           02  TDATEL    COMP  PIC  S9(4).
           02  TDATEF    PICTURE X.
           02  FILLER REDEFINES TDATEF.
             03 TDATEA    PICTURE X.
           02  TDATEI  PIC X(8).
           02  TSERL    COMP  PIC  S9(4).
           02  TSERF    PICTURE X.
           02  FILLER REDEFINES TSERF.
             03 TSERA    PICTURE X.
           02  TSERI  PIC X(20).
           02  TPOSL    COMP  PIC  S9(4).
           02  TPOSF    PICTURE X.
           02  FILLER REDEFINES TPOSF.
             03 TPOSA    PICTURE X.
           02  TPOSI  PIC X(3).
           02  TLIND OCCURS 12 TIMES.
             03  TLINL    COMP  PIC  S9(4).
             03  TLINF    PICTURE X.
             03  FILLER REDEFINES TLINF.
               04 TLINA    PICTURE X.
             03  TLINI  PIC X(79).
           02  TMSGL    COMP  PIC  S9(4).
           02  TMSGF    PICTURE X.
           02  FILLER REDEFINES TMSGF.
             03 TMSGA    PICTURE X.
           02  TMSGI  PIC X(79).
       01  LBRMSTO REDEFINES LBRMSTI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TSERO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TPOSO  PIC X(3).
           02  DFHMS2 OCCURS 12 TIMES.
             03  FILLER PICTURE X(3).
             03  TLINO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  TMSGO  PIC X(79).
       01  LBRAUDI.
           02  FILLER PIC X(12).
           02  ADATEL    COMP  PIC  S9(4).
           02  ADATEF    PICTURE X.
           02  FILLER REDEFINES ADATEF.
             03 ADATEA    PICTURE X.
           02  ADATEI  PIC X(8).
           02  ASERL    COMP  PIC  S9(4).
           02  ASERF    PICTURE X.
           02  FILLER REDEFINES ASERF.
             03 ASERA    PICTURE X.
           02  ASERI  PIC X(20).
           02  ATRML    COMP  PIC  S9(4).
           02  ATRMF    PICTURE X.
           02  FILLER REDEFINES ATRMF.
             03 ATRMA    PICTURE X.
           02  ATRMI  PIC X(3).
           02  ARUNL    COMP  PIC  S9(4).
           02  ARUNF    PICTURE X.
           02  FILLER REDEFINES ARUNF.
             03 ARUNA    PICTURE X.
           02  ARUNI  PIC X(16).
           02  ADATL    COMP  PIC  S9(4).
           02  ADATF    PICTURE X.
           02  FILLER REDEFINES ADATF.
             03 ADATA    PICTURE X.
           02  ADATI  PIC X(8).
           02  AHEUL    COMP  PIC  S9(4).
           02  AHEUF    PICTURE X.
           02  FILLER REDEFINES AHEUF.
             03 AHEUA    PICTURE X.
           02  AHEUI  PIC X(6).
           02  AREQL    COMP  PIC  S9(4).
           02  AREQF    PICTURE X.
           02  FILLER REDEFINES AREQF.
             03 AREQA    PICTURE X.
           02  AREQI  PIC X(8).
           02  ASTAL    COMP  PIC  S9(4).
           02  ASTAF    PICTURE X.
           02  FILLER REDEFINES ASTAF.
             03 ASTAA    PICTURE X.
           02  ASTAI  PIC X(1).
           02  ASTXL    COMP  PIC  S9(4).
           02  ASTXF    PICTURE X.
           02  FILLER REDEFINES ASTXF.
             03 ASTXA    PICTURE X.
           02  ASTXI  PIC X(30).
           02  ADEML    COMP  PIC  S9(4).
           02  ADEMF    PICTURE X.
           02  FILLER REDEFINES ADEMF.
             03 ADEMA    PICTURE X.
           02  ADEMI  PIC X(3).
           02  APROL    COMP  PIC  S9(4).
           02  APROF    PICTURE X.
           02  FILLER REDEFINES APROF.
             03 APROA    PICTURE X.
           02  APROI  PIC X(3).
           02  AGRBL    COMP  PIC  S9(4).
           02  AGRBF    PICTURE X.
           02  FILLER REDEFINES AGRBF.
             03 AGRBA    PICTURE X.
           02  AGRBI  PIC X(5).
           02  AGROL    COMP  PIC  S9(4).
           02  AGROF    PICTURE X.
           02  FILLER REDEFINES AGROF.
             03 AGROA    PICTURE X.
           02  AGROI  PIC X(5).
           02  AMSGL    COMP  PIC  S9(4).
           02  AMSGF    PICTURE X.
           02  FILLER REDEFINES AMSGF.
             03 AMSGA    PICTURE X.
           02  AMSGI  PIC X(79).
       01  LBRAUDO REDEFINES LBRAUDI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ADATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ASERO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ATRMO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ARUNO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  ADATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AHEUO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  AREQO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ASTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ASTXO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ADEMO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  APROO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  AGRBO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  AGROO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  AMSGO  PIC X(79).
