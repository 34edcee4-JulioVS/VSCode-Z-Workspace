       01  ELTRMI.
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
           02  LTYPEL    COMP  PIC  S9(4).
           02  LTYPEF    PICTURE X.
           02  FILLER REDEFINES LTYPEF.
             03 LTYPEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LTYPEI  PIC X(2).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  HIST1L    COMP  PIC  S9(4).
           02  HIST1F    PICTURE X.
           02  FILLER REDEFINES HIST1F.
             03 HIST1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HIST1I  PIC X(72).
           02  HIST2L    COMP  PIC  S9(4).
           02  HIST2F    PICTURE X.
           02  FILLER REDEFINES HIST2F.
             03 HIST2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HIST2I  PIC X(72).
           02  HIST3L    COMP  PIC  S9(4).
           02  HIST3F    PICTURE X.
           02  FILLER REDEFINES HIST3F.
             03 HIST3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HIST3I  PIC X(72).
           02  HIST4L    COMP  PIC  S9(4).
           02  HIST4F    PICTURE X.
           02  FILLER REDEFINES HIST4F.
             03 HIST4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HIST4I  PIC X(72).
           02  HIST5L    COMP  PIC  S9(4).
           02  HIST5F    PICTURE X.
           02  FILLER REDEFINES HIST5F.
             03 HIST5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HIST5I  PIC X(72).
           02  HIST6L    COMP  PIC  S9(4).
           02  HIST6F    PICTURE X.
           02  FILLER REDEFINES HIST6F.
             03 HIST6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HIST6I  PIC X(72).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  ELTRMO REDEFINES ELTRMI.
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
           02  LTYPEC    PICTURE X.
           02  LTYPEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HIST1C    PICTURE X.
           02  HIST1O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST2C    PICTURE X.
           02  HIST2O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST3C    PICTURE X.
           02  HIST3O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST4C    PICTURE X.
           02  HIST4O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST5C    PICTURE X.
           02  HIST5O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST6C    PICTURE X.
           02  HIST6O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
