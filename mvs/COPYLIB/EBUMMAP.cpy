       01  EBUMMI.
           02  FILLER PIC X(12).
           02  TRANIDL    COMP  PIC  S9(4).
           02  TRANIDF    PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANIDI  PIC X(4).
           02  LOGDINL    COMP  PIC  S9(4).
           02  LOGDINF    PICTURE X.
           02  FILLER REDEFINES LOGDINF.
             03 LOGDINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOGDINI  PIC X(8).
           02  EMPLIDL    COMP  PIC  S9(4).
           02  EMPLIDF    PICTURE X.
           02  FILLER REDEFINES EMPLIDF.
             03 EMPLIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPLIDI  PIC X(8).
           02  PRNAMEL    COMP  PIC  S9(4).
           02  PRNAMEF    PICTURE X.
           02  FILLER REDEFINES PRNAMEF.
             03 PRNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRNAMEI  PIC X(38).
           02  UNITCDL    COMP  PIC  S9(4).
           02  UNITCDF    PICTURE X.
           02  FILLER REDEFINES UNITCDF.
             03 UNITCDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UNITCDI  PIC X(4).
           02  UNITNML    COMP  PIC  S9(4).
           02  UNITNMF    PICTURE X.
           02  FILLER REDEFINES UNITNMF.
             03 UNITNMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UNITNMI  PIC X(30).
           02  UNIONL    COMP  PIC  S9(4).
           02  UNIONF    PICTURE X.
           02  FILLER REDEFINES UNIONF.
             03 UNIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UNIONI  PIC X(30).
           02  JOINDTL    COMP  PIC  S9(4).
           02  JOINDTF    PICTURE X.
           02  FILLER REDEFINES JOINDTF.
             03 JOINDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  JOINDTI  PIC X(8).
           02  EFFDTL    COMP  PIC  S9(4).
           02  EFFDTF    PICTURE X.
           02  FILLER REDEFINES EFFDTF.
             03 EFFDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EFFDTI  PIC X(8).
           02  DUESAML    COMP  PIC  S9(4).
           02  DUESAMF    PICTURE X.
           02  FILLER REDEFINES DUESAMF.
             03 DUESAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DUESAMI  PIC X(8).
           02  CURSTSL    COMP  PIC  S9(4).
           02  CURSTSF    PICTURE X.
           02  FILLER REDEFINES CURSTSF.
             03 CURSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURSTSI  PIC X(12).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EBUMMO REDEFINES EBUMMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMPLIDC    PICTURE X.
           02  EMPLIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PRNAMEC    PICTURE X.
           02  PRNAMEO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  UNITCDC    PICTURE X.
           02  UNITCDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  UNITNMC    PICTURE X.
           02  UNITNMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  UNIONC    PICTURE X.
           02  UNIONO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  JOINDTC    PICTURE X.
           02  JOINDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EFFDTC    PICTURE X.
           02  EFFDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DUESAMC    PICTURE X.
           02  DUESAMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CURSTSC    PICTURE X.
           02  CURSTSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
