       01  EPIPMI.
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
           02  OPNDATL    COMP  PIC  S9(4).
           02  OPNDATF    PICTURE X.
           02  FILLER REDEFINES OPNDATF.
             03 OPNDATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OPNDATI  PIC X(8).
           02  DEADLNL    COMP  PIC  S9(4).
           02  DEADLNF    PICTURE X.
           02  FILLER REDEFINES DEADLNF.
             03 DEADLNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEADLNI  PIC X(8).
           02  PSTATL    COMP  PIC  S9(4).
           02  PSTATF    PICTURE X.
           02  FILLER REDEFINES PSTATF.
             03 PSTATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PSTATI  PIC X(12).
           02  OBJ1L    COMP  PIC  S9(4).
           02  OBJ1F    PICTURE X.
           02  FILLER REDEFINES OBJ1F.
             03 OBJ1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OBJ1I  PIC X(60).
           02  OBJ2L    COMP  PIC  S9(4).
           02  OBJ2F    PICTURE X.
           02  FILLER REDEFINES OBJ2F.
             03 OBJ2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OBJ2I  PIC X(60).
           02  OBJ3L    COMP  PIC  S9(4).
           02  OBJ3F    PICTURE X.
           02  FILLER REDEFINES OBJ3F.
             03 OBJ3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OBJ3I  PIC X(60).
           02  SUP1L    COMP  PIC  S9(4).
           02  SUP1F    PICTURE X.
           02  FILLER REDEFINES SUP1F.
             03 SUP1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SUP1I  PIC X(60).
           02  SUP2L    COMP  PIC  S9(4).
           02  SUP2F    PICTURE X.
           02  FILLER REDEFINES SUP2F.
             03 SUP2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SUP2I  PIC X(60).
           02  R1DUEL    COMP  PIC  S9(4).
           02  R1DUEF    PICTURE X.
           02  FILLER REDEFINES R1DUEF.
             03 R1DUEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R1DUEI  PIC X(8).
           02  R1DONL    COMP  PIC  S9(4).
           02  R1DONF    PICTURE X.
           02  FILLER REDEFINES R1DONF.
             03 R1DONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R1DONI  PIC X(8).
           02  R1OUTL    COMP  PIC  S9(4).
           02  R1OUTF    PICTURE X.
           02  FILLER REDEFINES R1OUTF.
             03 R1OUTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R1OUTI  PIC X(1).
           02  R2DUEL    COMP  PIC  S9(4).
           02  R2DUEF    PICTURE X.
           02  FILLER REDEFINES R2DUEF.
             03 R2DUEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R2DUEI  PIC X(8).
           02  R2DONL    COMP  PIC  S9(4).
           02  R2DONF    PICTURE X.
           02  FILLER REDEFINES R2DONF.
             03 R2DONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R2DONI  PIC X(8).
           02  R2OUTL    COMP  PIC  S9(4).
           02  R2OUTF    PICTURE X.
           02  FILLER REDEFINES R2OUTF.
             03 R2OUTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R2OUTI  PIC X(1).
           02  R3DUEL    COMP  PIC  S9(4).
           02  R3DUEF    PICTURE X.
           02  FILLER REDEFINES R3DUEF.
             03 R3DUEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R3DUEI  PIC X(8).
           02  R3DONL    COMP  PIC  S9(4).
           02  R3DONF    PICTURE X.
           02  FILLER REDEFINES R3DONF.
             03 R3DONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R3DONI  PIC X(8).
           02  R3OUTL    COMP  PIC  S9(4).
           02  R3OUTF    PICTURE X.
           02  FILLER REDEFINES R3OUTF.
             03 R3OUTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R3OUTI  PIC X(1).
           02  R4DUEL    COMP  PIC  S9(4).
           02  R4DUEF    PICTURE X.
           02  FILLER REDEFINES R4DUEF.
             03 R4DUEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R4DUEI  PIC X(8).
           02  R4DONL    COMP  PIC  S9(4).
           02  R4DONF    PICTURE X.
           02  FILLER REDEFINES R4DONF.
             03 R4DONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R4DONI  PIC X(8).
           02  R4OUTL    COMP  PIC  S9(4).
           02  R4OUTF    PICTURE X.
           02  FILLER REDEFINES R4OUTF.
             03 R4OUTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  R4OUTI  PIC X(1).
           02  FINALL    COMP  PIC  S9(4).
           02  FINALF    PICTURE X.
           02  FILLER REDEFINES FINALF.
             03 FINALA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FINALI  PIC X(1).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EPIPMO REDEFINES EPIPMI.
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
           02  EMPLIDC    PICTURE X.
           02  EMPLIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PRNAMEC    PICTURE X.
           02  PRNAMEO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  OPNDATC    PICTURE X.
           02  OPNDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DEADLNC    PICTURE X.
           02  DEADLNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PSTATC    PICTURE X.
           02  PSTATO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  OBJ1C    PICTURE X.
           02  OBJ1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  OBJ2C    PICTURE X.
           02  OBJ2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  OBJ3C    PICTURE X.
           02  OBJ3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  SUP1C    PICTURE X.
           02  SUP1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  SUP2C    PICTURE X.
           02  SUP2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  R1DUEC    PICTURE X.
           02  R1DUEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  R1DONC    PICTURE X.
           02  R1DONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  R1OUTC    PICTURE X.
           02  R1OUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  R2DUEC    PICTURE X.
           02  R2DUEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  R2DONC    PICTURE X.
           02  R2DONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  R2OUTC    PICTURE X.
           02  R2OUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  R3DUEC    PICTURE X.
           02  R3DUEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  R3DONC    PICTURE X.
           02  R3DONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  R3OUTC    PICTURE X.
           02  R3OUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  R4DUEC    PICTURE X.
           02  R4DUEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  R4DONC    PICTURE X.
           02  R4DONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  R4OUTC    PICTURE X.
           02  R4OUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FINALC    PICTURE X.
           02  FINALO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
