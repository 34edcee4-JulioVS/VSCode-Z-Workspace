       01  EINCMI.
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
           02  SITEIDL    COMP  PIC  S9(4).
           02  SITEIDF    PICTURE X.
           02  FILLER REDEFINES SITEIDF.
             03 SITEIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SITEIDI  PIC X(4).
           02  SITNAML    COMP  PIC  S9(4).
           02  SITNAMF    PICTURE X.
           02  FILLER REDEFINES SITNAMF.
             03 SITNAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SITNAMI  PIC X(30).
           02  INCNOL    COMP  PIC  S9(4).
           02  INCNOF    PICTURE X.
           02  FILLER REDEFINES INCNOF.
             03 INCNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INCNOI  PIC X(4).
           02  INCDTL    COMP  PIC  S9(4).
           02  INCDTF    PICTURE X.
           02  FILLER REDEFINES INCDTF.
             03 INCDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INCDTI  PIC X(8).
           02  DESCL    COMP  PIC  S9(4).
           02  DESCF    PICTURE X.
           02  FILLER REDEFINES DESCF.
             03 DESCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DESCI  PIC X(40).
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
           02  INJTYPL    COMP  PIC  S9(4).
           02  INJTYPF    PICTURE X.
           02  FILLER REDEFINES INJTYPF.
             03 INJTYPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INJTYPI  PIC X(1).
           02  SEVERL    COMP  PIC  S9(4).
           02  SEVERF    PICTURE X.
           02  FILLER REDEFINES SEVERF.
             03 SEVERA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SEVERI  PIC X(1).
           02  LOSTDYL    COMP  PIC  S9(4).
           02  LOSTDYF    PICTURE X.
           02  FILLER REDEFINES LOSTDYF.
             03 LOSTDYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOSTDYI  PIC X(3).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  INV01L    COMP  PIC  S9(4).
           02  INV01F    PICTURE X.
           02  FILLER REDEFINES INV01F.
             03 INV01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INV01I  PIC X(70).
           02  INV02L    COMP  PIC  S9(4).
           02  INV02F    PICTURE X.
           02  FILLER REDEFINES INV02F.
             03 INV02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INV02I  PIC X(70).
           02  INV03L    COMP  PIC  S9(4).
           02  INV03F    PICTURE X.
           02  FILLER REDEFINES INV03F.
             03 INV03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INV03I  PIC X(70).
           02  INV04L    COMP  PIC  S9(4).
           02  INV04F    PICTURE X.
           02  FILLER REDEFINES INV04F.
             03 INV04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INV04I  PIC X(70).
           02  INV05L    COMP  PIC  S9(4).
           02  INV05F    PICTURE X.
           02  FILLER REDEFINES INV05F.
             03 INV05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INV05I  PIC X(70).
           02  INV06L    COMP  PIC  S9(4).
           02  INV06F    PICTURE X.
           02  FILLER REDEFINES INV06F.
             03 INV06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  INV06I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EINCMO REDEFINES EINCMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SITEIDC    PICTURE X.
           02  SITEIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  SITNAMC    PICTURE X.
           02  SITNAMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  INCNOC    PICTURE X.
           02  INCNOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  INCDTC    PICTURE X.
           02  INCDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DESCC    PICTURE X.
           02  DESCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  EMPLIDC    PICTURE X.
           02  EMPLIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PRNAMEC    PICTURE X.
           02  PRNAMEO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  INJTYPC    PICTURE X.
           02  INJTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SEVERC    PICTURE X.
           02  SEVERO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LOSTDYC    PICTURE X.
           02  LOSTDYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  INV01C    PICTURE X.
           02  INV01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INV02C    PICTURE X.
           02  INV02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INV03C    PICTURE X.
           02  INV03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INV04C    PICTURE X.
           02  INV04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INV05C    PICTURE X.
           02  INV05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INV06C    PICTURE X.
           02  INV06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
