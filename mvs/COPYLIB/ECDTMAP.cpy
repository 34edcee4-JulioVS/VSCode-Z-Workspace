       01  ECDTMI.
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
           02  TBLIDL    COMP  PIC  S9(4).
           02  TBLIDF    PICTURE X.
           02  FILLER REDEFINES TBLIDF.
             03 TBLIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TBLIDI  PIC X(8).
           02  CODEL    COMP  PIC  S9(4).
           02  CODEF    PICTURE X.
           02  FILLER REDEFINES CODEF.
             03 CODEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CODEI  PIC X(4).
           02  CDESCL    COMP  PIC  S9(4).
           02  CDESCF    PICTURE X.
           02  FILLER REDEFINES CDESCF.
             03 CDESCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDESCI  PIC X(30).
           02  ACTFLGL    COMP  PIC  S9(4).
           02  ACTFLGF    PICTURE X.
           02  FILLER REDEFINES ACTFLGF.
             03 ACTFLGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTFLGI  PIC X(1).
           02  EFFFRML    COMP  PIC  S9(4).
           02  EFFFRMF    PICTURE X.
           02  FILLER REDEFINES EFFFRMF.
             03 EFFFRMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EFFFRMI  PIC X(8).
           02  EFFTOL    COMP  PIC  S9(4).
           02  EFFTOF    PICTURE X.
           02  FILLER REDEFINES EFFTOF.
             03 EFFTOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EFFTOI  PIC X(8).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  CDT01L    COMP  PIC  S9(4).
           02  CDT01F    PICTURE X.
           02  FILLER REDEFINES CDT01F.
             03 CDT01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDT01I  PIC X(70).
           02  CDT02L    COMP  PIC  S9(4).
           02  CDT02F    PICTURE X.
           02  FILLER REDEFINES CDT02F.
             03 CDT02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDT02I  PIC X(70).
           02  CDT03L    COMP  PIC  S9(4).
           02  CDT03F    PICTURE X.
           02  FILLER REDEFINES CDT03F.
             03 CDT03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDT03I  PIC X(70).
           02  CDT04L    COMP  PIC  S9(4).
           02  CDT04F    PICTURE X.
           02  FILLER REDEFINES CDT04F.
             03 CDT04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDT04I  PIC X(70).
           02  CDT05L    COMP  PIC  S9(4).
           02  CDT05F    PICTURE X.
           02  FILLER REDEFINES CDT05F.
             03 CDT05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDT05I  PIC X(70).
           02  CDT06L    COMP  PIC  S9(4).
           02  CDT06F    PICTURE X.
           02  FILLER REDEFINES CDT06F.
             03 CDT06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDT06I  PIC X(70).
           02  CDT07L    COMP  PIC  S9(4).
           02  CDT07F    PICTURE X.
           02  FILLER REDEFINES CDT07F.
             03 CDT07A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDT07I  PIC X(70).
           02  CDT08L    COMP  PIC  S9(4).
           02  CDT08F    PICTURE X.
           02  FILLER REDEFINES CDT08F.
             03 CDT08A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CDT08I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  ECDTMO REDEFINES ECDTMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TBLIDC    PICTURE X.
           02  TBLIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CODEC    PICTURE X.
           02  CODEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CDESCC    PICTURE X.
           02  CDESCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ACTFLGC    PICTURE X.
           02  ACTFLGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EFFFRMC    PICTURE X.
           02  EFFFRMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EFFTOC    PICTURE X.
           02  EFFTOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CDT01C    PICTURE X.
           02  CDT01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CDT02C    PICTURE X.
           02  CDT02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CDT03C    PICTURE X.
           02  CDT03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CDT04C    PICTURE X.
           02  CDT04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CDT05C    PICTURE X.
           02  CDT05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CDT06C    PICTURE X.
           02  CDT06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CDT07C    PICTURE X.
           02  CDT07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CDT08C    PICTURE X.
           02  CDT08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
