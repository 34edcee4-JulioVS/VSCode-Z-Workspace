       01  EGOLMI.
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
           02  CYCLEL    COMP  PIC  S9(4).
           02  CYCLEF    PICTURE X.
           02  FILLER REDEFINES CYCLEF.
             03 CYCLEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CYCLEI  PIC X(4).
           02  GOALNOL    COMP  PIC  S9(4).
           02  GOALNOF    PICTURE X.
           02  FILLER REDEFINES GOALNOF.
             03 GOALNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOALNOI  PIC X(1).
           02  GOALTXL    COMP  PIC  S9(4).
           02  GOALTXF    PICTURE X.
           02  FILLER REDEFINES GOALTXF.
             03 GOALTXA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOALTXI  PIC X(50).
           02  TGTDTL    COMP  PIC  S9(4).
           02  TGTDTF    PICTURE X.
           02  FILLER REDEFINES TGTDTF.
             03 TGTDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TGTDTI  PIC X(8).
           02  WEIGHTL    COMP  PIC  S9(4).
           02  WEIGHTF    PICTURE X.
           02  FILLER REDEFINES WEIGHTF.
             03 WEIGHTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  WEIGHTI  PIC X(3).
           02  SCOREL    COMP  PIC  S9(4).
           02  SCOREF    PICTURE X.
           02  FILLER REDEFINES SCOREF.
             03 SCOREA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SCOREI  PIC X(3).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  GOL01L    COMP  PIC  S9(4).
           02  GOL01F    PICTURE X.
           02  FILLER REDEFINES GOL01F.
             03 GOL01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOL01I  PIC X(70).
           02  GOL02L    COMP  PIC  S9(4).
           02  GOL02F    PICTURE X.
           02  FILLER REDEFINES GOL02F.
             03 GOL02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOL02I  PIC X(70).
           02  GOL03L    COMP  PIC  S9(4).
           02  GOL03F    PICTURE X.
           02  FILLER REDEFINES GOL03F.
             03 GOL03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOL03I  PIC X(70).
           02  GOL04L    COMP  PIC  S9(4).
           02  GOL04F    PICTURE X.
           02  FILLER REDEFINES GOL04F.
             03 GOL04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOL04I  PIC X(70).
           02  GOL05L    COMP  PIC  S9(4).
           02  GOL05F    PICTURE X.
           02  FILLER REDEFINES GOL05F.
             03 GOL05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOL05I  PIC X(70).
           02  GOL06L    COMP  PIC  S9(4).
           02  GOL06F    PICTURE X.
           02  FILLER REDEFINES GOL06F.
             03 GOL06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOL06I  PIC X(70).
           02  GOL07L    COMP  PIC  S9(4).
           02  GOL07F    PICTURE X.
           02  FILLER REDEFINES GOL07F.
             03 GOL07A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOL07I  PIC X(70).
           02  GOL08L    COMP  PIC  S9(4).
           02  GOL08F    PICTURE X.
           02  FILLER REDEFINES GOL08F.
             03 GOL08A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOL08I  PIC X(70).
           02  TOTALSL    COMP  PIC  S9(4).
           02  TOTALSF    PICTURE X.
           02  FILLER REDEFINES TOTALSF.
             03 TOTALSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TOTALSI  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EGOLMO REDEFINES EGOLMI.
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
           02  CYCLEC    PICTURE X.
           02  CYCLEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  GOALNOC    PICTURE X.
           02  GOALNOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  GOALTXC    PICTURE X.
           02  GOALTXO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  TGTDTC    PICTURE X.
           02  TGTDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  WEIGHTC    PICTURE X.
           02  WEIGHTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SCOREC    PICTURE X.
           02  SCOREO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  GOL01C    PICTURE X.
           02  GOL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  GOL02C    PICTURE X.
           02  GOL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  GOL03C    PICTURE X.
           02  GOL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  GOL04C    PICTURE X.
           02  GOL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  GOL05C    PICTURE X.
           02  GOL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  GOL06C    PICTURE X.
           02  GOL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  GOL07C    PICTURE X.
           02  GOL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  GOL08C    PICTURE X.
           02  GOL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  TOTALSC    PICTURE X.
           02  TOTALSO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
