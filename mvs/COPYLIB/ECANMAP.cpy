       01  ECANMI.
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
           02  DEPTIDL    COMP  PIC  S9(4).
           02  DEPTIDF    PICTURE X.
           02  FILLER REDEFINES DEPTIDF.
             03 DEPTIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEPTIDI  PIC X(8).
           02  REQNOL    COMP  PIC  S9(4).
           02  REQNOF    PICTURE X.
           02  FILLER REDEFINES REQNOF.
             03 REQNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REQNOI  PIC X(4).
           02  REQTTLL    COMP  PIC  S9(4).
           02  REQTTLF    PICTURE X.
           02  FILLER REDEFINES REQTTLF.
             03 REQTTLA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REQTTLI  PIC X(60).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  CANDNOL    COMP  PIC  S9(4).
           02  CANDNOF    PICTURE X.
           02  FILLER REDEFINES CANDNOF.
             03 CANDNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CANDNOI  PIC X(4).
           02  PNAMEL    COMP  PIC  S9(4).
           02  PNAMEF    PICTURE X.
           02  FILLER REDEFINES PNAMEF.
             03 PNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PNAMEI  PIC X(38).
           02  FNAMEL    COMP  PIC  S9(4).
           02  FNAMEF    PICTURE X.
           02  FILLER REDEFINES FNAMEF.
             03 FNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FNAMEI  PIC X(60).
           02  HONORL    COMP  PIC  S9(4).
           02  HONORF    PICTURE X.
           02  FILLER REDEFINES HONORF.
             03 HONORA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  HONORI  PIC X(8).
           02  SNAMEL    COMP  PIC  S9(4).
           02  SNAMEF    PICTURE X.
           02  FILLER REDEFINES SNAMEF.
             03 SNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SNAMEI  PIC X(38).
           02  SOURCEL    COMP  PIC  S9(4).
           02  SOURCEF    PICTURE X.
           02  FILLER REDEFINES SOURCEF.
             03 SOURCEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SOURCEI  PIC X(2).
           02  STAGEL    COMP  PIC  S9(4).
           02  STAGEF    PICTURE X.
           02  FILLER REDEFINES STAGEF.
             03 STAGEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STAGEI  PIC X(1).
           02  STRTDTL    COMP  PIC  S9(4).
           02  STRTDTF    PICTURE X.
           02  FILLER REDEFINES STRTDTF.
             03 STRTDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STRTDTI  PIC X(8).
           02  ETYPEL    COMP  PIC  S9(4).
           02  ETYPEF    PICTURE X.
           02  FILLER REDEFINES ETYPEF.
             03 ETYPEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ETYPEI  PIC X(2).
           02  BRTHDTL    COMP  PIC  S9(4).
           02  BRTHDTF    PICTURE X.
           02  FILLER REDEFINES BRTHDTF.
             03 BRTHDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BRTHDTI  PIC X(8).
           02  CAN01L    COMP  PIC  S9(4).
           02  CAN01F    PICTURE X.
           02  FILLER REDEFINES CAN01F.
             03 CAN01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAN01I  PIC X(72).
           02  CAN02L    COMP  PIC  S9(4).
           02  CAN02F    PICTURE X.
           02  FILLER REDEFINES CAN02F.
             03 CAN02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAN02I  PIC X(72).
           02  CAN03L    COMP  PIC  S9(4).
           02  CAN03F    PICTURE X.
           02  FILLER REDEFINES CAN03F.
             03 CAN03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAN03I  PIC X(72).
           02  CAN04L    COMP  PIC  S9(4).
           02  CAN04F    PICTURE X.
           02  FILLER REDEFINES CAN04F.
             03 CAN04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAN04I  PIC X(72).
           02  CAN05L    COMP  PIC  S9(4).
           02  CAN05F    PICTURE X.
           02  FILLER REDEFINES CAN05F.
             03 CAN05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAN05I  PIC X(72).
           02  CAN06L    COMP  PIC  S9(4).
           02  CAN06F    PICTURE X.
           02  FILLER REDEFINES CAN06F.
             03 CAN06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAN06I  PIC X(72).
           02  CAN07L    COMP  PIC  S9(4).
           02  CAN07F    PICTURE X.
           02  FILLER REDEFINES CAN07F.
             03 CAN07A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAN07I  PIC X(72).
           02  CAN08L    COMP  PIC  S9(4).
           02  CAN08F    PICTURE X.
           02  FILLER REDEFINES CAN08F.
             03 CAN08A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAN08I  PIC X(72).
           02  GOVIDL    COMP  PIC  S9(4).
           02  GOVIDF    PICTURE X.
           02  FILLER REDEFINES GOVIDF.
             03 GOVIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOVIDI  PIC X(15).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  ECANMO REDEFINES ECANMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DEPTIDC    PICTURE X.
           02  DEPTIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REQNOC    PICTURE X.
           02  REQNOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  REQTTLC    PICTURE X.
           02  REQTTLO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CANDNOC    PICTURE X.
           02  CANDNOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  PNAMEC    PICTURE X.
           02  PNAMEO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  FNAMEC    PICTURE X.
           02  FNAMEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HONORC    PICTURE X.
           02  HONORO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SNAMEC    PICTURE X.
           02  SNAMEO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  SOURCEC    PICTURE X.
           02  SOURCEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  STAGEC    PICTURE X.
           02  STAGEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  STRTDTC    PICTURE X.
           02  STRTDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ETYPEC    PICTURE X.
           02  ETYPEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  BRTHDTC    PICTURE X.
           02  BRTHDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CAN01C    PICTURE X.
           02  CAN01O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  CAN02C    PICTURE X.
           02  CAN02O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  CAN03C    PICTURE X.
           02  CAN03O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  CAN04C    PICTURE X.
           02  CAN04O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  CAN05C    PICTURE X.
           02  CAN05O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  CAN06C    PICTURE X.
           02  CAN06O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  CAN07C    PICTURE X.
           02  CAN07O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  CAN08C    PICTURE X.
           02  CAN08O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  GOVIDC    PICTURE X.
           02  GOVIDO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
