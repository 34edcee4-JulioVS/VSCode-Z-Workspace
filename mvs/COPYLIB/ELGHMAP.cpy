       01  ELGHMI.
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
           02  MATTERL    COMP  PIC  S9(4).
           02  MATTERF    PICTURE X.
           02  FILLER REDEFINES MATTERF.
             03 MATTERA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MATTERI  PIC X(12).
           02  MNOTEL    COMP  PIC  S9(4).
           02  MNOTEF    PICTURE X.
           02  FILLER REDEFINES MNOTEF.
             03 MNOTEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MNOTEI  PIC X(30).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  LGH01L    COMP  PIC  S9(4).
           02  LGH01F    PICTURE X.
           02  FILLER REDEFINES LGH01F.
             03 LGH01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LGH01I  PIC X(70).
           02  LGH02L    COMP  PIC  S9(4).
           02  LGH02F    PICTURE X.
           02  FILLER REDEFINES LGH02F.
             03 LGH02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LGH02I  PIC X(70).
           02  LGH03L    COMP  PIC  S9(4).
           02  LGH03F    PICTURE X.
           02  FILLER REDEFINES LGH03F.
             03 LGH03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LGH03I  PIC X(70).
           02  LGH04L    COMP  PIC  S9(4).
           02  LGH04F    PICTURE X.
           02  FILLER REDEFINES LGH04F.
             03 LGH04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LGH04I  PIC X(70).
           02  LGH05L    COMP  PIC  S9(4).
           02  LGH05F    PICTURE X.
           02  FILLER REDEFINES LGH05F.
             03 LGH05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LGH05I  PIC X(70).
           02  LGH06L    COMP  PIC  S9(4).
           02  LGH06F    PICTURE X.
           02  FILLER REDEFINES LGH06F.
             03 LGH06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LGH06I  PIC X(70).
           02  LGH07L    COMP  PIC  S9(4).
           02  LGH07F    PICTURE X.
           02  FILLER REDEFINES LGH07F.
             03 LGH07A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LGH07I  PIC X(70).
           02  LGH08L    COMP  PIC  S9(4).
           02  LGH08F    PICTURE X.
           02  FILLER REDEFINES LGH08F.
             03 LGH08A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LGH08I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  ELGHMO REDEFINES ELGHMI.
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
           02  MATTERC    PICTURE X.
           02  MATTERO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MNOTEC    PICTURE X.
           02  MNOTEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LGH01C    PICTURE X.
           02  LGH01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGH02C    PICTURE X.
           02  LGH02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGH03C    PICTURE X.
           02  LGH03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGH04C    PICTURE X.
           02  LGH04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGH05C    PICTURE X.
           02  LGH05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGH06C    PICTURE X.
           02  LGH06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGH07C    PICTURE X.
           02  LGH07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGH08C    PICTURE X.
           02  LGH08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
