       01  ERSGMI.
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
           02  EMPTYPL    COMP  PIC  S9(4).
           02  EMPTYPF    PICTURE X.
           02  FILLER REDEFINES EMPTYPF.
             03 EMPTYPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPTYPI  PIC X(2).
           02  SVCYRSL    COMP  PIC  S9(4).
           02  SVCYRSF    PICTURE X.
           02  FILLER REDEFINES SVCYRSF.
             03 SVCYRSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SVCYRSI  PIC X(2).
           02  NOTDYSL    COMP  PIC  S9(4).
           02  NOTDYSF    PICTURE X.
           02  FILLER REDEFINES NOTDYSF.
             03 NOTDYSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOTDYSI  PIC X(3).
           02  ERLDAYL    COMP  PIC  S9(4).
           02  ERLDAYF    PICTURE X.
           02  FILLER REDEFINES ERLDAYF.
             03 ERLDAYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ERLDAYI  PIC X(8).
           02  LASTDYL    COMP  PIC  S9(4).
           02  LASTDYF    PICTURE X.
           02  FILLER REDEFINES LASTDYF.
             03 LASTDYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LASTDYI  PIC X(8).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REASONI  PIC X(60).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  RSGSTSL    COMP  PIC  S9(4).
           02  RSGSTSF    PICTURE X.
           02  FILLER REDEFINES RSGSTSF.
             03 RSGSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RSGSTSI  PIC X(10).
           02  AGRDAYL    COMP  PIC  S9(4).
           02  AGRDAYF    PICTURE X.
           02  FILLER REDEFINES AGRDAYF.
             03 AGRDAYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AGRDAYI  PIC X(8).
           02  DECDBYL    COMP  PIC  S9(4).
           02  DECDBYF    PICTURE X.
           02  FILLER REDEFINES DECDBYF.
             03 DECDBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DECDBYI  PIC X(8).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  ERSGMO REDEFINES ERSGMI.
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
           02  EMPTYPC    PICTURE X.
           02  EMPTYPO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  SVCYRSC    PICTURE X.
           02  SVCYRSO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NOTDYSC    PICTURE X.
           02  NOTDYSO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ERLDAYC    PICTURE X.
           02  ERLDAYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LASTDYC    PICTURE X.
           02  LASTDYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RSGSTSC    PICTURE X.
           02  RSGSTSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AGRDAYC    PICTURE X.
           02  AGRDAYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DECDBYC    PICTURE X.
           02  DECDBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
