       01  EEXSMI.
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
           02  EXPDTL     COMP  PIC  S9(4).
           02  EXPDTF     PICTURE X.
           02  FILLER REDEFINES EXPDTF.
             03 EXPDTA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EXPDTI   PIC X(8).
           02  EXPCATL    COMP  PIC  S9(4).
           02  EXPCATF    PICTURE X.
           02  FILLER REDEFINES EXPCATF.
             03 EXPCATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EXPCATI  PIC X(2).
           02  AMOUNTL    COMP  PIC  S9(4).
           02  AMOUNTF    PICTURE X.
           02  FILLER REDEFINES AMOUNTF.
             03 AMOUNTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AMOUNTI  PIC X(10).
           02  CURRCYL    COMP  PIC  S9(4).
           02  CURRCYF    PICTURE X.
           02  FILLER REDEFINES CURRCYF.
             03 CURRCYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURRCYI  PIC X(3).
           02  COSTCTL    COMP  PIC  S9(4).
           02  COSTCTF    PICTURE X.
           02  FILLER REDEFINES COSTCTF.
             03 COSTCTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  COSTCTI  PIC X(8).
           02  RCPTRFL    COMP  PIC  S9(4).
           02  RCPTRFF    PICTURE X.
           02  FILLER REDEFINES RCPTRFF.
             03 RCPTRFA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RCPTRFI  PIC X(12).
           02  CLMSTSL    COMP  PIC  S9(4).
           02  CLMSTSF    PICTURE X.
           02  FILLER REDEFINES CLMSTSF.
             03 CLMSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CLMSTSI  PIC X(10).
           02  ACTNBYL    COMP  PIC  S9(4).
           02  ACTNBYF    PICTURE X.
           02  FILLER REDEFINES ACTNBYF.
             03 ACTNBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNBYI  PIC X(8).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EEXSMO REDEFINES EEXSMI.
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
           02  EXPDTC     PICTURE X.
           02  EXPDTO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  EXPCATC    PICTURE X.
           02  EXPCATO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  AMOUNTC    PICTURE X.
           02  AMOUNTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CURRCYC    PICTURE X.
           02  CURRCYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  COSTCTC    PICTURE X.
           02  COSTCTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RCPTRFC    PICTURE X.
           02  RCPTRFO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  CLMSTSC    PICTURE X.
           02  CLMSTSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ACTNBYC    PICTURE X.
           02  ACTNBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
