       01  ERSMMI.
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
           02  ROW1L    COMP  PIC  S9(4).
           02  ROW1F    PICTURE X.
           02  FILLER REDEFINES ROW1F.
             03 ROW1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW1I  PIC X(70).
           02  ROW2L    COMP  PIC  S9(4).
           02  ROW2F    PICTURE X.
           02  FILLER REDEFINES ROW2F.
             03 ROW2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW2I  PIC X(70).
           02  ROW3L    COMP  PIC  S9(4).
           02  ROW3F    PICTURE X.
           02  FILLER REDEFINES ROW3F.
             03 ROW3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW3I  PIC X(70).
           02  ROW4L    COMP  PIC  S9(4).
           02  ROW4F    PICTURE X.
           02  FILLER REDEFINES ROW4F.
             03 ROW4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW4I  PIC X(70).
           02  ROW5L    COMP  PIC  S9(4).
           02  ROW5F    PICTURE X.
           02  FILLER REDEFINES ROW5F.
             03 ROW5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW5I  PIC X(70).
           02  ROW6L    COMP  PIC  S9(4).
           02  ROW6F    PICTURE X.
           02  FILLER REDEFINES ROW6F.
             03 ROW6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW6I  PIC X(70).
           02  ROW7L    COMP  PIC  S9(4).
           02  ROW7F    PICTURE X.
           02  FILLER REDEFINES ROW7F.
             03 ROW7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW7I  PIC X(70).
           02  ROW8L    COMP  PIC  S9(4).
           02  ROW8F    PICTURE X.
           02  FILLER REDEFINES ROW8F.
             03 ROW8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW8I  PIC X(70).
           02  EMPLIDL    COMP  PIC  S9(4).
           02  EMPLIDF    PICTURE X.
           02  FILLER REDEFINES EMPLIDF.
             03 EMPLIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPLIDI  PIC X(8).
           02  AGRDAYL    COMP  PIC  S9(4).
           02  AGRDAYF    PICTURE X.
           02  FILLER REDEFINES AGRDAYF.
             03 AGRDAYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AGRDAYI  PIC X(8).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  PRNAMEL    COMP  PIC  S9(4).
           02  PRNAMEF    PICTURE X.
           02  FILLER REDEFINES PRNAMEF.
             03 PRNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRNAMEI  PIC X(38).
           02  PRPDAYL    COMP  PIC  S9(4).
           02  PRPDAYF    PICTURE X.
           02  FILLER REDEFINES PRPDAYF.
             03 PRPDAYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRPDAYI  PIC X(8).
           02  ERLDAYL    COMP  PIC  S9(4).
           02  ERLDAYF    PICTURE X.
           02  FILLER REDEFINES ERLDAYF.
             03 ERLDAYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ERLDAYI  PIC X(8).
           02  NOTDYSL    COMP  PIC  S9(4).
           02  NOTDYSF    PICTURE X.
           02  FILLER REDEFINES NOTDYSF.
             03 NOTDYSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NOTDYSI  PIC X(3).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REASONI  PIC X(60).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  ERSMMO REDEFINES ERSMMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ROW1C    PICTURE X.
           02  ROW1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW2C    PICTURE X.
           02  ROW2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW3C    PICTURE X.
           02  ROW3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW4C    PICTURE X.
           02  ROW4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW5C    PICTURE X.
           02  ROW5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW6C    PICTURE X.
           02  ROW6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW7C    PICTURE X.
           02  ROW7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW8C    PICTURE X.
           02  ROW8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMPLIDC    PICTURE X.
           02  EMPLIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AGRDAYC    PICTURE X.
           02  AGRDAYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PRNAMEC    PICTURE X.
           02  PRNAMEO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  PRPDAYC    PICTURE X.
           02  PRPDAYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ERLDAYC    PICTURE X.
           02  ERLDAYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOTDYSC    PICTURE X.
           02  NOTDYSO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
