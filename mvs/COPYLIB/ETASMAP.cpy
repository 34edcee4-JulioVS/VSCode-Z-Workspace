       01  ETASMI.
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
           02  STRTDTL    COMP  PIC  S9(4).
           02  STRTDTF    PICTURE X.
           02  FILLER REDEFINES STRTDTF.
             03 STRTDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STRTDTI  PIC X(8).
           02  ENDDTL    COMP  PIC  S9(4).
           02  ENDDTF    PICTURE X.
           02  FILLER REDEFINES ENDDTF.
             03 ENDDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENDDTI  PIC X(8).
           02  HOSTDPL    COMP  PIC  S9(4).
           02  HOSTDPF    PICTURE X.
           02  FILLER REDEFINES HOSTDPF.
             03 HOSTDPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HOSTDPI  PIC X(8).
           02  HOSTMGL    COMP  PIC  S9(4).
           02  HOSTMGF    PICTURE X.
           02  FILLER REDEFINES HOSTMGF.
             03 HOSTMGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HOSTMGI  PIC X(8).
           02  HOMEDPL    COMP  PIC  S9(4).
           02  HOMEDPF    PICTURE X.
           02  FILLER REDEFINES HOMEDPF.
             03 HOMEDPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HOMEDPI  PIC X(8).
           02  HOMEMGL    COMP  PIC  S9(4).
           02  HOMEMGF    PICTURE X.
           02  FILLER REDEFINES HOMEMGF.
             03 HOMEMGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HOMEMGI  PIC X(8).
           02  ALLOWL    COMP  PIC  S9(4).
           02  ALLOWF    PICTURE X.
           02  FILLER REDEFINES ALLOWF.
             03 ALLOWA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ALLOWI  PIC X(10).
           02  CURSTSL    COMP  PIC  S9(4).
           02  CURSTSF    PICTURE X.
           02  FILLER REDEFINES CURSTSF.
             03 CURSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURSTSI  PIC X(10).
           02  ENTBYL    COMP  PIC  S9(4).
           02  ENTBYF    PICTURE X.
           02  FILLER REDEFINES ENTBYF.
             03 ENTBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENTBYI  PIC X(8).
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
       01  ETASMO REDEFINES ETASMI.
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
           02  STRTDTC    PICTURE X.
           02  STRTDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ENDDTC    PICTURE X.
           02  ENDDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HOSTDPC    PICTURE X.
           02  HOSTDPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HOSTMGC    PICTURE X.
           02  HOSTMGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HOMEDPC    PICTURE X.
           02  HOMEDPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HOMEMGC    PICTURE X.
           02  HOMEMGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ALLOWC    PICTURE X.
           02  ALLOWO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CURSTSC    PICTURE X.
           02  CURSTSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ENTBYC    PICTURE X.
           02  ENTBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
