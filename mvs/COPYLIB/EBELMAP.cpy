       01  EBELMI.
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
           02  PLNYRL    COMP  PIC  S9(4).
           02  PLNYRF    PICTURE X.
           02  FILLER REDEFINES PLNYRF.
             03 PLNYRA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLNYRI  PIC X(4).
           02  WINCLSL    COMP  PIC  S9(4).
           02  WINCLSF    PICTURE X.
           02  FILLER REDEFINES WINCLSF.
             03 WINCLSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  WINCLSI  PIC X(8).
           02  PLNCODL    COMP  PIC  S9(4).
           02  PLNCODF    PICTURE X.
           02  FILLER REDEFINES PLNCODF.
             03 PLNCODA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLNCODI  PIC X(4).
           02  COVLVLL    COMP  PIC  S9(4).
           02  COVLVLF    PICTURE X.
           02  FILLER REDEFINES COVLVLF.
             03 COVLVLA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  COVLVLI  PIC X(1).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  CURSTSL    COMP  PIC  S9(4).
           02  CURSTSF    PICTURE X.
           02  FILLER REDEFINES CURSTSF.
             03 CURSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURSTSI  PIC X(30).
           02  PLN01L    COMP  PIC  S9(4).
           02  PLN01F    PICTURE X.
           02  FILLER REDEFINES PLN01F.
             03 PLN01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLN01I  PIC X(70).
           02  PLN02L    COMP  PIC  S9(4).
           02  PLN02F    PICTURE X.
           02  FILLER REDEFINES PLN02F.
             03 PLN02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLN02I  PIC X(70).
           02  PLN03L    COMP  PIC  S9(4).
           02  PLN03F    PICTURE X.
           02  FILLER REDEFINES PLN03F.
             03 PLN03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLN03I  PIC X(70).
           02  PLN04L    COMP  PIC  S9(4).
           02  PLN04F    PICTURE X.
           02  FILLER REDEFINES PLN04F.
             03 PLN04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLN04I  PIC X(70).
           02  PLN05L    COMP  PIC  S9(4).
           02  PLN05F    PICTURE X.
           02  FILLER REDEFINES PLN05F.
             03 PLN05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLN05I  PIC X(70).
           02  PLN06L    COMP  PIC  S9(4).
           02  PLN06F    PICTURE X.
           02  FILLER REDEFINES PLN06F.
             03 PLN06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLN06I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EBELMO REDEFINES EBELMI.
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
           02  PLNYRC    PICTURE X.
           02  PLNYRO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  WINCLSC    PICTURE X.
           02  WINCLSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PLNCODC    PICTURE X.
           02  PLNCODO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  COVLVLC    PICTURE X.
           02  COVLVLO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CURSTSC    PICTURE X.
           02  CURSTSO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PLN01C    PICTURE X.
           02  PLN01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PLN02C    PICTURE X.
           02  PLN02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PLN03C    PICTURE X.
           02  PLN03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PLN04C    PICTURE X.
           02  PLN04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PLN05C    PICTURE X.
           02  PLN05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PLN06C    PICTURE X.
           02  PLN06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
