       01  EWAUMI.
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
           02  DOCNUML    COMP  PIC  S9(4).
           02  DOCNUMF    PICTURE X.
           02  FILLER REDEFINES DOCNUMF.
             03 DOCNUMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOCNUMI  PIC X(2).
           02  DOCTYPL    COMP  PIC  S9(4).
           02  DOCTYPF    PICTURE X.
           02  FILLER REDEFINES DOCTYPF.
             03 DOCTYPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOCTYPI  PIC X(1).
           02  DOCREFL    COMP  PIC  S9(4).
           02  DOCREFF    PICTURE X.
           02  FILLER REDEFINES DOCREFF.
             03 DOCREFA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOCREFI  PIC X(20).
           02  ISSCTYL    COMP  PIC  S9(4).
           02  ISSCTYF    PICTURE X.
           02  FILLER REDEFINES ISSCTYF.
             03 ISSCTYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ISSCTYI  PIC X(3).
           02  EXPDTL    COMP  PIC  S9(4).
           02  EXPDTF    PICTURE X.
           02  FILLER REDEFINES EXPDTF.
             03 EXPDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EXPDTI  PIC X(8).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  DOC01L    COMP  PIC  S9(4).
           02  DOC01F    PICTURE X.
           02  FILLER REDEFINES DOC01F.
             03 DOC01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOC01I  PIC X(70).
           02  DOC02L    COMP  PIC  S9(4).
           02  DOC02F    PICTURE X.
           02  FILLER REDEFINES DOC02F.
             03 DOC02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOC02I  PIC X(70).
           02  DOC03L    COMP  PIC  S9(4).
           02  DOC03F    PICTURE X.
           02  FILLER REDEFINES DOC03F.
             03 DOC03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOC03I  PIC X(70).
           02  DOC04L    COMP  PIC  S9(4).
           02  DOC04F    PICTURE X.
           02  FILLER REDEFINES DOC04F.
             03 DOC04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOC04I  PIC X(70).
           02  DOC05L    COMP  PIC  S9(4).
           02  DOC05F    PICTURE X.
           02  FILLER REDEFINES DOC05F.
             03 DOC05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOC05I  PIC X(70).
           02  DOC06L    COMP  PIC  S9(4).
           02  DOC06F    PICTURE X.
           02  FILLER REDEFINES DOC06F.
             03 DOC06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DOC06I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EWAUMO REDEFINES EWAUMI.
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
           02  DOCNUMC    PICTURE X.
           02  DOCNUMO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DOCTYPC    PICTURE X.
           02  DOCTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DOCREFC    PICTURE X.
           02  DOCREFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ISSCTYC    PICTURE X.
           02  ISSCTYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  EXPDTC    PICTURE X.
           02  EXPDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DOC01C    PICTURE X.
           02  DOC01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DOC02C    PICTURE X.
           02  DOC02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DOC03C    PICTURE X.
           02  DOC03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DOC04C    PICTURE X.
           02  DOC04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DOC05C    PICTURE X.
           02  DOC05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DOC06C    PICTURE X.
           02  DOC06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
