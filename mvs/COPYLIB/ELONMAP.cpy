       01  ELONMI.
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
           02  LOANNOL    COMP  PIC  S9(4).
           02  LOANNOF    PICTURE X.
           02  FILLER REDEFINES LOANNOF.
             03 LOANNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOANNOI  PIC X(2).
           02  LNTYPEL    COMP  PIC  S9(4).
           02  LNTYPEF    PICTURE X.
           02  FILLER REDEFINES LNTYPEF.
             03 LNTYPEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LNTYPEI  PIC X(1).
           02  PRINCL    COMP  PIC  S9(4).
           02  PRINCF    PICTURE X.
           02  FILLER REDEFINES PRINCF.
             03 PRINCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRINCI  PIC X(10).
           02  STRTDTL    COMP  PIC  S9(4).
           02  STRTDTF    PICTURE X.
           02  FILLER REDEFINES STRTDTF.
             03 STRTDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STRTDTI  PIC X(8).
           02  INSTALL    COMP  PIC  S9(4).
           02  INSTALF    PICTURE X.
           02  FILLER REDEFINES INSTALF.
             03 INSTALA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INSTALI  PIC X(8).
           02  BALNCEL    COMP  PIC  S9(4).
           02  BALNCEF    PICTURE X.
           02  FILLER REDEFINES BALNCEF.
             03 BALNCEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BALNCEI  PIC X(10).
           02  CURSTSL    COMP  PIC  S9(4).
           02  CURSTSF    PICTURE X.
           02  FILLER REDEFINES CURSTSF.
             03 CURSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURSTSI  PIC X(12).
           02  ENTBYL    COMP  PIC  S9(4).
           02  ENTBYF    PICTURE X.
           02  FILLER REDEFINES ENTBYF.
             03 ENTBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENTBYI  PIC X(8).
           02  APRBYL    COMP  PIC  S9(4).
           02  APRBYF    PICTURE X.
           02  FILLER REDEFINES APRBYF.
             03 APRBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APRBYI  PIC X(8).
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
       01  ELONMO REDEFINES ELONMI.
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
           02  LOANNOC    PICTURE X.
           02  LOANNOO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LNTYPEC    PICTURE X.
           02  LNTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PRINCC    PICTURE X.
           02  PRINCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  STRTDTC    PICTURE X.
           02  STRTDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  INSTALC    PICTURE X.
           02  INSTALO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  BALNCEC    PICTURE X.
           02  BALNCEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CURSTSC    PICTURE X.
           02  CURSTSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  ENTBYC    PICTURE X.
           02  ENTBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  APRBYC    PICTURE X.
           02  APRBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
