       01  EMASMI.
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
           02  SCOPEL    COMP  PIC  S9(4).
           02  SCOPEF    PICTURE X.
           02  FILLER REDEFINES SCOPEF.
             03 SCOPEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SCOPEI  PIC X(60).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  NEWVALL    COMP  PIC  S9(4).
           02  NEWVALF    PICTURE X.
           02  FILLER REDEFINES NEWVALF.
             03 NEWVALA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NEWVALI  PIC X(8).
           02  EFFDTL    COMP  PIC  S9(4).
           02  EFFDTF    PICTURE X.
           02  FILLER REDEFINES EFFDTF.
             03 EFFDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EFFDTI  PIC X(8).
           02  BATCHL    COMP  PIC  S9(4).
           02  BATCHF    PICTURE X.
           02  FILLER REDEFINES BATCHF.
             03 BATCHA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BATCHI  PIC X(14).
           02  MAS01L    COMP  PIC  S9(4).
           02  MAS01F    PICTURE X.
           02  FILLER REDEFINES MAS01F.
             03 MAS01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS01I  PIC X(70).
           02  MAS02L    COMP  PIC  S9(4).
           02  MAS02F    PICTURE X.
           02  FILLER REDEFINES MAS02F.
             03 MAS02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS02I  PIC X(70).
           02  MAS03L    COMP  PIC  S9(4).
           02  MAS03F    PICTURE X.
           02  FILLER REDEFINES MAS03F.
             03 MAS03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS03I  PIC X(70).
           02  MAS04L    COMP  PIC  S9(4).
           02  MAS04F    PICTURE X.
           02  FILLER REDEFINES MAS04F.
             03 MAS04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS04I  PIC X(70).
           02  MAS05L    COMP  PIC  S9(4).
           02  MAS05F    PICTURE X.
           02  FILLER REDEFINES MAS05F.
             03 MAS05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS05I  PIC X(70).
           02  MAS06L    COMP  PIC  S9(4).
           02  MAS06F    PICTURE X.
           02  FILLER REDEFINES MAS06F.
             03 MAS06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS06I  PIC X(70).
           02  MAS07L    COMP  PIC  S9(4).
           02  MAS07F    PICTURE X.
           02  FILLER REDEFINES MAS07F.
             03 MAS07A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS07I  PIC X(70).
           02  MAS08L    COMP  PIC  S9(4).
           02  MAS08F    PICTURE X.
           02  FILLER REDEFINES MAS08F.
             03 MAS08A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS08I  PIC X(70).
           02  MAS09L    COMP  PIC  S9(4).
           02  MAS09F    PICTURE X.
           02  FILLER REDEFINES MAS09F.
             03 MAS09A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS09I  PIC X(70).
           02  MAS10L    COMP  PIC  S9(4).
           02  MAS10F    PICTURE X.
           02  FILLER REDEFINES MAS10F.
             03 MAS10A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MAS10I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EMASMO REDEFINES EMASMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SCOPEC    PICTURE X.
           02  SCOPEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NEWVALC    PICTURE X.
           02  NEWVALO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EFFDTC    PICTURE X.
           02  EFFDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  BATCHC    PICTURE X.
           02  BATCHO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MAS01C    PICTURE X.
           02  MAS01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS02C    PICTURE X.
           02  MAS02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS03C    PICTURE X.
           02  MAS03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS04C    PICTURE X.
           02  MAS04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS05C    PICTURE X.
           02  MAS05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS06C    PICTURE X.
           02  MAS06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS07C    PICTURE X.
           02  MAS07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS08C    PICTURE X.
           02  MAS08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS09C    PICTURE X.
           02  MAS09O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MAS10C    PICTURE X.
           02  MAS10O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
